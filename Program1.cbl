                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-REF-FILE-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "C:\COBOL\zip_operators.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT ZIP-HISTORY-FILE
               ASSIGN TO "C:\COBOL\zip_master_history.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT ZIP-ALIAS-FILE
               ASSIGN TO "C:\COBOL\zip_place_aliases.prn"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-ALIAS-FILE-STATUS.
           SELECT ALIAS-UPDATE-FILE
               ASSIGN TO "C:\COBOL\zip_alias_updates.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-AL-UPD-FILE-STATUS.
           SELECT NEW-ALIAS-FILE
               ASSIGN TO "C:\COBOL\zip_place_aliases.new"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT ALIAS-MAINT-REPORT-FILE
               ASSIGN TO "C:\COBOL\zip_alias_maint_report.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT BRANCH-MASTER-FILE
               ASSIGN TO "C:\COBOL\zip_branches.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-BRANCH-FILE-STATUS.
           SELECT BRANCH-ASSIGN-FILE
               ASSIGN TO "C:\COBOL\zip_branch_assign.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-BRANCH-ASSIGN-STATUS.
           SELECT BRANCH-LOAD-REPORT-FILE
               ASSIGN TO "C:\COBOL\zip_branch_load_report.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT CUSTOMER-IN-FILE
               ASSIGN TO DYNAMIC WS-CUST-IN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-CUST-FILE-STATUS.
           SELECT DENSITY-REPORT-FILE
               ASSIGN TO "C:\COBOL\zip_density_report.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT DENSITY-CSV-FILE
               ASSIGN TO DYNAMIC WS-DENS-CSV-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT CONTACT-IN-FILE
               ASSIGN TO DYNAMIC WS-CONTACT-IN-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL
                FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT CALL-WAVE-FILE
               ASSIGN TO DYNAMIC WS-CALL-WAVE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT CALL-REPORT-FILE
               ASSIGN TO "C:\COBOL\zip_call_report.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
           SELECT CALL-EXCEPTION-FILE
               ASSIGN TO "C:\COBOL\zip_call_exceptions.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                ACCESS IS SEQUENTIAL.
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

       DATA DIVISION.
       FILE SECTION.
           05 UPD-COUNTY-NAME  PIC X(27).
           05 UPD-LAT          PIC X(6).
           05 UPD-LON          PIC X(8).
           05 UPD-SOURCE-CODE  PIC X(1).
           05 UPD-ENTRY-OPER   PIC X(8).
           05 UPD-REVIEW-OPER  PIC X(8).

       FD  NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD        PIC X(88).
           05 PEND-ENTRY-DATE  PIC X(8).
           05 PEND-REVIEW-INITS PIC X(3).
           05 PEND-REVIEW-DATE PIC X(8).
           05 PEND-ENTRY-OPER  PIC X(8).
           05 PEND-REVIEW-OPER PIC X(8).
           05 PEND-REASON-CODE PIC X(1).

       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD           PIC X(90).
           05 REF-IN-TIME-ZONE     PIC X(3).
           05 REF-IN-AREA-CODE     PIC X(3).

       FD  OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPER-USER-ID         PIC X(8).
           05 OPER-PASSWORD        PIC X(8).
           05 OPER-ROLE            PIC X(10).
           05 OPER-INITIALS        PIC X(3).
           05 OPER-ACTIVE-FLAG     PIC X(1).
           05 OPER-FAILED-COUNT    PIC 9(1).
           05 OPER-LOCKED-FLAG     PIC X(1).
           05 OPER-LAST-SIGNON     PIC X(14).

       FD  ZIP-HISTORY-FILE.
       01 ZIP-HISTORY-RECORD.
           05 HIST-ZIP-CODE        PIC 9(5).
           05 HIST-ACTION-CODE     PIC X(1).
           05 HIST-EFFECTIVE-DATE  PIC X(8).
           05 HIST-EFFECTIVE-TIME  PIC X(6).
           05 HIST-SOURCE-CODE     PIC X(1).
           05 HIST-APPLY-OPER      PIC X(8).
           05 HIST-ENTRY-OPER      PIC X(8).
           05 HIST-REVIEW-OPER     PIC X(8).
           05 HIST-BEFORE-IMAGE    PIC X(88).
           05 HIST-AFTER-IMAGE     PIC X(88).

       FD  ZIP-ALIAS-FILE.
       01 ZIP-ALIAS-RECORD.
           05 AL-IN-ZIP-CODE       PIC X(5).
           05 AL-IN-ALIAS-NAME     PIC X(23).
           05 AL-IN-ACCEPT-FLAG    PIC X(1).
           05 AL-IN-PREFERRED-FLAG PIC X(1).

       FD  ALIAS-UPDATE-FILE.
       01 ALIAS-UPDATE-RECORD.
           05 ALU-ACTION-CODE      PIC X(1).
           05 ALU-ZIP-CODE         PIC X(5).
           05 ALU-ALIAS-NAME       PIC X(23).
           05 ALU-ACCEPT-FLAG      PIC X(1).
           05 ALU-PREFERRED-FLAG   PIC X(1).

       FD  NEW-ALIAS-FILE.
       01 NEW-ALIAS-RECORD         PIC X(30).

       FD  ALIAS-MAINT-REPORT-FILE.
       01 ALIAS-MAINT-REPORT-RECORD PIC X(90).

       FD  BRANCH-MASTER-FILE.
       01 BRANCH-MASTER-RECORD.
           05 BR-IN-BRANCH-ID      PIC X(6).
           05 BR-IN-BRANCH-NAME    PIC X(25).
           05 BR-IN-HOME-ZIP       PIC X(5).
           05 BR-IN-MAX-RADIUS     PIC X(4).

       FD  BRANCH-ASSIGN-FILE.
       01 BRANCH-ASSIGN-RECORD.
           05 BA-ZIP-CODE          PIC 9(5).
           05 FILLER               PIC X(1).
           05 BA-BRANCH-ID         PIC X(6).
           05 FILLER               PIC X(1).
           05 BA-MILES             PIC ZZZZ9.99.
           05 FILLER               PIC X(1).
           05 BA-IN-AREA-FLAG      PIC X(1).

       FD  BRANCH-LOAD-REPORT-FILE.
       01 BRANCH-LOAD-REPORT-RECORD PIC X(80).

       FD  CUSTOMER-IN-FILE.
       01 CUSTOMER-IN-RECORD.
           05 CU-IN-ZIP-CODE       PIC X(5).
           05 FILLER               PIC X(1).
           05 CU-IN-ACCOUNT        PIC X(10).
           05 FILLER               PIC X(1).
           05 CU-IN-NAME           PIC X(30).

       FD  DENSITY-REPORT-FILE.
       01 DENSITY-REPORT-RECORD    PIC X(80).

       FD  DENSITY-CSV-FILE.
       01 DENSITY-CSV-RECORD       PIC X(100).

       FD  CONTACT-IN-FILE.
       01 CONTACT-IN-RECORD.
           05 CT-IN-ACCOUNT        PIC X(10).
           05 FILLER               PIC X(1).
           05 CT-IN-PHONE          PIC X(12).
           05 FILLER               PIC X(1).
           05 CT-IN-ZIP-CODE       PIC X(5).

       FD  CALL-WAVE-FILE.
       01 CALL-WAVE-RECORD.
           05 CW-WAVE              PIC 9(2).
           05 FILLER               PIC X(1).
           05 CW-SEQUENCE          PIC 9(6).
           05 FILLER               PIC X(1).
           05 CW-CENTER-FROM       PIC X(5).
           05 FILLER               PIC X(1).
           05 CW-CENTER-TO         PIC X(5).
           05 CW-NEXT-DAY          PIC X(1).
           05 FILLER               PIC X(1).
           05 CW-TIME-ZONE         PIC X(3).
           05 FILLER               PIC X(1).
           05 CW-ACCOUNT           PIC X(10).
           05 FILLER               PIC X(1).
           05 CW-PHONE             PIC X(12).
           05 FILLER               PIC X(1).
           05 CW-ZIP-CODE          PIC X(5).

       FD  CALL-REPORT-FILE.
       01 CALL-REPORT-RECORD       PIC X(80).

       FD  CALL-EXCEPTION-FILE.
       01 CALL-EXCEPTION-RECORD.
           05 CX-ACCOUNT           PIC X(10).
           05 FILLER               PIC X(1).
           05 CX-PHONE             PIC X(12).
           05 FILLER               PIC X(1).
           05 CX-ZIP-CODE          PIC X(5).
           05 FILLER               PIC X(1).
           05 CX-TIME-ZONE         PIC X(3).
           05 FILLER               PIC X(1).
           05 CX-REASON            PIC X(30).

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
      * RUN-CONTROL PARAMETERS.  zipcodes_parm.txt IS READ *
      *   MASTER=    TRANS=    BATCHRPT=                   *
      *   CSV=       AUDIT=    ADDRIN=   ROUTEIN=          *
      *   AUDKEEP=   KEYED=    EXTOUT=                     *
      *   CUSTIN=    DENSCSV=                              *
      *   CONTACTIN= CALLOUT=   CALLWIN=  CALLZONE=        *
      *   GENCAT=    GENKEEP=                              *
      *   MODE=INTERACTIVE|BATCH|VERIFY|DENSITY|CALLS      *
      * MODE=BATCH RUNS 700-BATCH-MODE WITH NO OPERATOR    *
      * PROMPTS AND STOPS, SO THE SCHEDULER CAN DRIVE IT.  *
      * MODE=VERIFY RUNS 760-ADDRESS-VERIFY THE SAME WAY.  *
      * MODE=DENSITY RUNS 840-CUSTOMER-DENSITY THE SAME    *
      * WAY, AND MODE=CALLS RUNS 860-CALL-WINDOW-SCHEDULE. *
      * A MISSING PARM FILE MEANS THE DEFAULTS BELOW.      *
      ****************************************************
       01 WS-PARM-FILE-STATUS      PIC X(02).
       01 WS-RUN-MODE              PIC X(11) VALUE "INTERACTIVE".
           88 UNATTENDED-BATCH-RUN VALUE "BATCH".
           88 UNATTENDED-VERIFY-RUN VALUE "VERIFY".
           88 UNATTENDED-DENSITY-RUN VALUE "DENSITY".
           88 UNATTENDED-CALL-RUN  VALUE "CALLS".
       01 WS-MAX-TABLE-SIZE        PIC 9(5) VALUE 50000.
       01 WS-RECORD-COUNT          PIC 9(5) VALUE ZERO.
      ****************************************************
           05 WS-ADDR-AMBIG-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-ADDR-NOMTCH-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-ADDR-INVAL-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-ADDR-ALIAS-COUNT   PIC 9(5) VALUE ZERO.
      ****************************************************
      * WORKING STORAGE FOR THE STATE SUMMARY REPORT       *
      ****************************************************
           05 WS-Z4-UPD-DEL-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-Z4-UPD-REJ-COUNT   PIC 9(5) VALUE ZERO.
      ****************************************************
      * PLACE-NAME ALIASES.  zip_place_aliases.prn IS      *
      * OPTIONAL AND HOLDS ALTERNATE AND VANITY NAMES BY   *
      * ZIP: ZIP, NAME, ACCEPTABLE (Y/N, BLANK = Y) AND    *
      * PREFERRED (Y/N, BLANK = N).  IT IS LOADED ONCE AT  *
      * STARTUP SORTED BY ZIP AND NAME.  PLACE SEARCH      *
      * (900 AND BATCH 740) ALSO MATCHES ON ALIASES, ZIP   *
      * SEARCH LISTS THEM UNDER THE RESULT, AND ADDRESS    *
      * VERIFICATION TAKES AN ACCEPTABLE ALIAS AS A MATCH  *
      * AND REPORTS THE PREFERRED NAME - THE ALIAS FLAGGED *
      * PREFERRED, OR THE MASTER PLACE NAME WHEN NONE IS.  *
      * 1600-ALIAS-MAINTENANCE APPLIES AN UPDATE FILE AND  *
      * WRITES A NEW GENERATION THE SAME WAY THE +4        *
      * MAINTENANCE DOES.                                  *
      ****************************************************
       01 WS-ALIAS-FILE-STATUS      PIC X(02).
       01 WS-ALIAS-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-ALIAS-FILE     VALUE "Y".
       01 WS-ALIAS-MAX-TABLE-SIZE   PIC 9(5) VALUE 20000.
       01 WS-ALIAS-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-ALIAS-TABLE-AREA.
           05 WS-ALIAS-TABLE OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-ALIAS-COUNT
                   ASCENDING KEY IS AL-ZIP-CODE
                   INDEXED BY XA.
               10 AL-ZIP-CODE      PIC 9(5).
               10 AL-ALIAS-NAME    PIC X(23).
               10 AL-ACCEPT-FLAG   PIC X(1).
                   88 ALIAS-ACCEPTABLE VALUE "Y".
               10 AL-PREFERRED-FLAG PIC X(1).
                   88 ALIAS-PREFERRED  VALUE "Y".
       01 WS-ALIAS-LOAD-REJECTS     PIC 9(5) VALUE ZERO.
       01 WS-ALIAS-ZIP              PIC 9(5).
       01 WS-ALIAS-LAST-ZIP         PIC 9(5).
       01 WS-ALIAS-FIRST-ROW        PIC 9(5).
       01 WS-ALIAS-ROW              PIC 9(5).
       01 WS-ALIAS-FOUND-ROW        PIC 9(5).
       01 WS-ALIAS-FOUND-SWITCH     PIC X VALUE "N".
           88 ALIAS-NAME-FOUND      VALUE "Y".
       01 WS-ALIAS-PREFERRED-NAME   PIC X(23).
       01 WS-ALIAS-FLAG-TEXT        PIC X(30).
       01 WS-PLACE-TEST-NAME        PIC X(23).
       01 WS-AL-UPD-FILE-STATUS     PIC X(02).
       01 WS-AL-UPD-EOF-SWITCH      PIC X VALUE "N".
           88 ALIAS-UPD-EOF-REACHED VALUE "Y".
       01 WS-AL-UPD-FOUND-SWITCH    PIC X VALUE "N".
           88 ALIAS-UPD-FOUND       VALUE "Y".
       01 WS-AL-MASTER-OK-SWITCH    PIC X VALUE "N".
           88 ALIAS-MASTER-OK       VALUE "Y".
       01 WS-AL-REJECT-REASON       PIC X(30).
       01 WS-AL-UPD-ZIP             PIC 9(5).
       01 WS-AL-UPD-NAME            PIC X(23).
       01 WS-AL-UPD-ACCEPT          PIC X(1).
       01 WS-AL-UPD-PREFERRED       PIC X(1).
       01 WS-AL-MAINT-ROW           PIC 9(5).
       01 WS-AL-MAINT-SHIFT         PIC 9(5).
       01 WS-AL-SCAN-ROW            PIC 9(5).
       01 WS-AL-MAINT-COUNTS.
           05 WS-AL-UPD-READ-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-AL-UPD-ADD-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-AL-UPD-CHG-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-AL-UPD-DEL-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-AL-UPD-REJ-COUNT   PIC 9(5) VALUE ZERO.
      ****************************************************
      * BRANCH SERVICE AREAS.  zip_branches.txt HOLDS ONE  *
      * BRANCH OR DEPOT PER LINE: ID, NAME, HOME ZIP AND   *
      * AN OPTIONAL MAXIMUM SERVICE RADIUS IN MILES (BLANK *
      * = NO LIMIT).  IT IS LOADED AT STARTUP SORTED BY    *
      * ID WITH THE HOME ZIP'S COORDINATES.  A ZIP BELONGS *
      * TO THE NEAREST BRANCH WHOSE RADIUS REACHES IT      *
      * (610-COMPUTE-DISTANCE-MILES); WHEN NO BRANCH DOES, *
      * IT GOES TO THE NEAREST BRANCH AND IS REPORTED AS   *
      * OUTSIDE EVERY RADIUS.  690-BRANCH-ASSIGNMENT       *
      * WRITES zip_branch_assign.txt (ZIP, BRANCH, MILES,  *
      * Y/N IN AREA; BLANK BRANCH = NO COORDINATES) AND    *
      * THE LOAD REPORT zip_branch_load_report.txt.        *
      ****************************************************
       01 WS-BRANCH-FILE-STATUS     PIC X(02).
       01 WS-BRANCH-ASSIGN-STATUS   PIC X(02).
       01 WS-BRANCH-EOF-SWITCH      PIC X VALUE "N".
           88 END-OF-BRANCH-FILE    VALUE "Y".
       01 WS-BRANCH-MAX-TABLE-SIZE  PIC 9(3) VALUE 200.
       01 WS-BRANCH-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-TABLE-AREA.
           05 WS-BRANCH-TABLE OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-BRANCH-COUNT
                   ASCENDING KEY IS BT-BRANCH-ID
                   INDEXED BY XB.
               10 BT-BRANCH-ID     PIC X(6).
               10 BT-BRANCH-NAME   PIC X(25).
               10 BT-HOME-ZIP      PIC 9(5).
               10 BT-MAX-RADIUS    PIC 9(4).
               10 BT-RADIUS-FLAG   PIC X(1).
                   88 BRANCH-HAS-RADIUS VALUE "Y".
               10 BT-LAT           PIC S9(3)V9(6) COMP-3.
               10 BT-LON           PIC S9(3)V9(6) COMP-3.
       01 WS-BRANCH-LOAD-REJECTS    PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-REJECT-REASON   PIC X(30).
       01 WS-BRANCH-HOME-ZIP        PIC 9(5).
       01 WS-BRANCH-SCAN-ROW        PIC 9(3).
       01 WS-BRANCH-NEAR-ROW        PIC 9(3).
       01 WS-BRANCH-NEAR-MILES      PIC 9(5)V9(2).
       01 WS-BRANCH-COVER-ROW       PIC 9(3).
       01 WS-BRANCH-COVER-MILES     PIC 9(5)V9(2).
       01 WS-BRANCH-OWNER-ROW       PIC 9(3).
       01 WS-BRANCH-OWNER-MILES     PIC 9(5)V9(2).
       01 WS-BRANCH-AREA-SWITCH     PIC X VALUE "N".
           88 ZIP-IN-SERVICE-AREA   VALUE "Y".
       01 WS-BRANCH-WORK-AREA.
           05 WS-BRANCH-WORK-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-BRANCH-WORK OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-BRANCH-WORK-COUNT
                   INDEXED BY XW.
               10 BW-BRANCH-ID     PIC X(6).
               10 BW-STATE-CODE    PIC X(3).
               10 BW-COUNTY-NAME   PIC X(27).
               10 BW-MILES         PIC 9(5)V9(2).
       01 WS-BRANCH-WORK-ROW        PIC 9(5).
       01 WS-BRANCH-LAST-STATE      PIC X(3).
       01 WS-BRANCH-LAST-COUNTY     PIC X(27).
       01 WS-BRANCH-ST-TOTALS.
           05 WS-BRST-STATE         PIC X(3).
           05 WS-BRST-ZIPS          PIC 9(5).
           05 WS-BRST-COUNTIES      PIC 9(5).
           05 WS-BRST-MILES         PIC 9(9)V9(2).
           05 WS-BRST-MAX           PIC 9(5)V9(2).
       01 WS-BRANCH-BR-TOTALS.
           05 WS-BRBT-STATE         PIC X(3).
           05 WS-BRBT-ZIPS          PIC 9(5).
           05 WS-BRBT-COUNTIES      PIC 9(5).
           05 WS-BRBT-MILES         PIC 9(9)V9(2).
           05 WS-BRBT-MAX           PIC 9(5)V9(2).
       01 WS-BRANCH-LINE-TOTALS.
           05 WS-BRLN-STATE         PIC X(3).
           05 WS-BRLN-ZIPS          PIC 9(5).
           05 WS-BRLN-COUNTIES      PIC 9(5).
           05 WS-BRLN-MILES         PIC 9(9)V9(2).
           05 WS-BRLN-MAX           PIC 9(5)V9(2).
       01 WS-BRANCH-AVG-MILES       PIC 9(5)V9(2).
       01 WS-BRANCH-AVG-EDIT        PIC ZZZZ9.99.
       01 WS-BRANCH-MAX-EDIT        PIC ZZZZ9.99.
       01 WS-BRANCH-RUN-DATE        PIC X(8).
       01 WS-BRANCH-PAGE-NO         PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-LINE-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-BRANCH-DETAIL          PIC X(80).
       01 WS-BRANCH-RUN-COUNTS.
           05 WS-BRANCH-ZIP-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-BRANCH-ASSIGNED    PIC 9(5) VALUE ZERO.
           05 WS-BRANCH-OUTSIDE     PIC 9(5) VALUE ZERO.
           05 WS-BRANCH-NO-COORDS   PIC 9(5) VALUE ZERO.
      ****************************************************
      * CUSTOMER DENSITY AND MARKET PENETRATION.  THE      *
      * CUSTOMER FILE (CUSTIN=, ZIP IN COLS 1-5, ACCOUNT   *
      * 7-16, NAME 18-47) IS COUNTED PER MASTER ZIP, THEN  *
      * ROLLED UP BY COUNTY AND STATE THROUGH A WORK TABLE *
      * SORTED BY STATE, COUNTY AND ZIP.  A ZIP, COUNTY OR *
      * STATE IS COVERED WHEN IT HAS AT LEAST ONE          *
      * CUSTOMER.  840-CUSTOMER-DENSITY WRITES THE REPORT  *
      * zip_density_report.txt (SUMMARY, TOP STATES, TOP   *
      * COUNTIES, STATE PENETRATION, COVERED/UNCOVERED     *
      * ZIPS FOR EACH COUNTY WITH CUSTOMERS, CUSTOMER ZIPS *
      * NOT ON THE MASTER) AND THE CSV (DENSCSV=), ONE ROW *
      * PER LEVEL: LEVEL (S/C/Z/X), STATE, COUNTY, ZIP,    *
      * CUSTOMERS, ZIPS, COVERED ZIPS, PERCENT COVERED.    *
      ****************************************************
       01 WS-CUST-IN-PATH           PIC X(80)
           VALUE "C:\COBOL\zip_customers.txt".
       01 WS-DENS-CSV-PATH          PIC X(80)
           VALUE "C:\COBOL\zip_density.csv".
       01 WS-CUST-FILE-STATUS       PIC X(02).
       01 WS-CUST-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-CUSTOMER-FILE  VALUE "Y".
       01 WS-DENS-ZIP-AREA.
           05 DZ-CUSTOMERS OCCURS 50000 TIMES PIC 9(5).
       01 WS-DENS-ZIP               PIC 9(5).
       01 WS-DENS-ROW               PIC 9(5).
       01 WS-DENS-FOUND-SWITCH      PIC X VALUE "N".
           88 DENS-ZIP-FOUND        VALUE "Y".
       01 WS-DENS-WORK-AREA.
           05 WS-DENS-WORK-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-DENS-WORK OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-DENS-WORK-COUNT.
               10 DW-STATE-CODE    PIC X(3).
               10 DW-COUNTY-NAME   PIC X(27).
               10 DW-ZIP-CODE      PIC 9(5).
               10 DW-CUSTOMERS     PIC 9(5).
       01 WS-DENS-COUNTY-MAX        PIC 9(4) VALUE 5000.
       01 WS-DENS-COUNTY-AREA.
           05 WS-DENS-COUNTY-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-DENS-COUNTY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-DENS-COUNTY-COUNT.
               10 DC-STATE-CODE    PIC X(3).
               10 DC-COUNTY-NAME   PIC X(27).
               10 DC-FIRST-ROW     PIC 9(5).
               10 DC-ZIPS          PIC 9(5).
               10 DC-COVERED       PIC 9(5).
               10 DC-CUSTOMERS     PIC 9(7).
               10 DC-RANKED        PIC X(1).
       01 WS-DENS-STATE-MAX         PIC 9(2) VALUE 60.
       01 WS-DENS-STATE-AREA.
           05 WS-DENS-STATE-COUNT   PIC 9(2) VALUE ZERO.
           05 WS-DENS-STATE OCCURS 1 TO 60 TIMES
                   DEPENDING ON WS-DENS-STATE-COUNT.
               10 DS-STATE-CODE    PIC X(3).
               10 DS-ZIPS          PIC 9(5).
               10 DS-COVERED       PIC 9(5).
               10 DS-COUNTIES      PIC 9(4).
               10 DS-CNTY-COVERED  PIC 9(4).
               10 DS-CUSTOMERS     PIC 9(7).
               10 DS-RANKED        PIC X(1).
       01 WS-DENS-EXCP-MAX          PIC 9(4) VALUE 2000.
       01 WS-DENS-EXCP-AREA.
           05 WS-DENS-EXCP-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-DENS-EXCP OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-DENS-EXCP-COUNT.
               10 DX-ZIP-CODE      PIC X(5).
               10 DX-CUSTOMERS     PIC 9(5).
       01 WS-DENS-EXCP-ROW          PIC 9(4).
       01 WS-DENS-OVERFLOW-SWITCH   PIC X VALUE "N".
           88 DENS-COUNTY-OVERFLOW  VALUE "Y".
       01 WS-DENS-EXCP-FULL-SWITCH  PIC X VALUE "N".
           88 DENS-EXCP-OVERFLOW    VALUE "Y".
       01 WS-DENS-COUNTY-ROW        PIC 9(4).
       01 WS-DENS-STATE-ROW         PIC 9(2).
       01 WS-DENS-SCAN-ROW          PIC 9(5).
       01 WS-DENS-LAST-ROW          PIC 9(5).
       01 WS-DENS-RANK              PIC 9(2).
       01 WS-DENS-BEST-ROW          PIC 9(4).
       01 WS-DENS-BEST-CUSTOMERS    PIC 9(7).
       01 WS-DENS-TOP-STATES        PIC 9(2) VALUE 10.
       01 WS-DENS-TOP-COUNTIES      PIC 9(2) VALUE 25.
       01 WS-DENS-PCT-PART          PIC 9(7).
       01 WS-DENS-PCT-WHOLE         PIC 9(7).
       01 WS-DENS-PCT               PIC 9(3)V9(2).
       01 WS-DENS-PCT-EDIT          PIC ZZ9.99.
       01 WS-DENS-SHARE-EDIT        PIC ZZ9.99.
       01 WS-DENS-CUST-EDIT         PIC Z(6)9.
       01 WS-DENS-ZIPS-EDIT         PIC Z(4)9.
       01 WS-DENS-COVERED-EDIT      PIC Z(4)9.
       01 WS-DENS-CNTY-EDIT         PIC Z(3)9.
       01 WS-DENS-CNTY-COV-EDIT     PIC Z(3)9.
       01 WS-DENS-ITEM              PIC X(15).
       01 WS-DENS-SLOT              PIC 9(2).
       01 WS-DENS-SLOTS-PER-LINE    PIC 9(2).
       01 WS-DENS-SLOT-WIDTH        PIC 9(2).
       01 WS-DENS-COL               PIC 9(2).
       01 WS-DENS-RUN-DATE          PIC X(8).
       01 WS-DENS-PAGE-NO           PIC 9(3) VALUE ZERO.
       01 WS-DENS-LINE-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-DENS-DETAIL            PIC X(80).
       01 WS-DENS-RUN-COUNTS.
           05 WS-DENS-CUST-READ     PIC 9(7) VALUE ZERO.
           05 WS-DENS-CUST-MATCHED  PIC 9(7) VALUE ZERO.
           05 WS-DENS-CUST-EXCP     PIC 9(7) VALUE ZERO.
           05 WS-DENS-ZIPS-COVERED  PIC 9(5) VALUE ZERO.
           05 WS-DENS-CNTY-COVERED  PIC 9(4) VALUE ZERO.
           05 WS-DENS-ST-COVERED    PIC 9(2) VALUE ZERO.
      ****************************************************
      * CALL-WINDOW SCHEDULING.  THE CONTACT FILE          *
      * (CONTACTIN=, ACCOUNT IN COLS 1-10, PHONE 12-23,    *
      * ZIP 25-29) IS MATCHED TO THE MASTER AND TO THE     *
      * TIME ZONE IN zip_reference.prn.  CALLWIN= IS THE   *
      * ALLOWED LOCAL WINDOW (HH:MM-HH:MM, 24-HOUR) AND    *
      * CALLZONE= IS THE CALLING CENTER'S OWN ZONE CODE.   *
      * EVERY TIME ZONE OFFSET IN USE IS ONE WAVE; THE     *
      * WAVE'S CENTER-CLOCK WINDOW IS THE LOCAL WINDOW     *
      * SHIFTED BY THE ZONE DIFFERENCE, SO A CALL PLACED   *
      * INSIDE IT IS INSIDE THE CONTACT'S LOCAL WINDOW.    *
      * WAVES RUN IN ORDER OF THEIR CENTER START TIME.     *
      * 860-CALL-WINDOW-SCHEDULE WRITES THE SEQUENCED WAVE *
      * FILE (CALLOUT=), THE SUMMARY zip_call_report.txt   *
      * AND zip_call_exceptions.txt FOR CONTACTS THAT MUST *
      * NOT BE DIALED WITHOUT REVIEW (ZIP NOT ON THE       *
      * MASTER, NO REFERENCE RECORD, ZONE CODE NOT IN THE  *
      * TABLE BELOW).  OFFSETS ARE HOURS FROM UTC AS THE   *
      * CODE READS - A REFERENCE FILE CARRYING DAYLIGHT    *
      * CODES (EDT, CDT ...) NEEDS CALLZONE= IN DAYLIGHT   *
      * TIME TOO.                                          *
      ****************************************************
       01 WS-CONTACT-IN-PATH        PIC X(80)
           VALUE "C:\COBOL\zip_contacts.txt".
       01 WS-CALL-WAVE-PATH         PIC X(80)
           VALUE "C:\COBOL\zip_call_waves.txt".
       01 WS-CONTACT-FILE-STATUS    PIC X(02).
       01 WS-CONTACT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-CONTACT-FILE   VALUE "Y".
       01 WS-CALL-WINDOW-PARM       PIC X(11) VALUE "08:00-21:00".
       01 WS-CALL-WINDOW-FIELDS REDEFINES WS-CALL-WINDOW-PARM.
           05 WS-CALL-FROM-HH       PIC 9(2).
           05 WS-CALL-FROM-COLON    PIC X(1).
           05 WS-CALL-FROM-MM       PIC 9(2).
           05 WS-CALL-WINDOW-DASH   PIC X(1).
           05 WS-CALL-TO-HH         PIC 9(2).
           05 WS-CALL-TO-COLON      PIC X(1).
           05 WS-CALL-TO-MM         PIC 9(2).
       01 WS-CALL-CENTER-ZONE       PIC X(3) VALUE "EST".
       01 WS-CALL-WINDOW-FROM       PIC 9(4) VALUE ZERO.
       01 WS-CALL-WINDOW-TO         PIC 9(4) VALUE ZERO.
       01 WS-CALL-WINDOW-LENGTH     PIC 9(4) VALUE ZERO.
       01 WS-CALL-CENTER-OFFSET     PIC S9(2) VALUE ZERO.
       01 WS-CALL-EDIT-SWITCH       PIC X VALUE "Y".
           88 CALL-PARMS-VALID      VALUE "Y".
       01 WS-CALL-ZONE-VALUES.
           05 FILLER PIC X(6) VALUE "AST-04".
           05 FILLER PIC X(6) VALUE "ADT-03".
           05 FILLER PIC X(6) VALUE "EST-05".
           05 FILLER PIC X(6) VALUE "EDT-04".
           05 FILLER PIC X(6) VALUE "CST-06".
           05 FILLER PIC X(6) VALUE "CDT-05".
           05 FILLER PIC X(6) VALUE "MST-07".
           05 FILLER PIC X(6) VALUE "MDT-06".
           05 FILLER PIC X(6) VALUE "PST-08".
           05 FILLER PIC X(6) VALUE "PDT-07".
           05 FILLER PIC X(6) VALUE "AKS-09".
           05 FILLER PIC X(6) VALUE "AKD-08".
           05 FILLER PIC X(6) VALUE "HST-10".
           05 FILLER PIC X(6) VALUE "SST-11".
           05 FILLER PIC X(6) VALUE "CHS+10".
       01 WS-CALL-ZONE-TABLE REDEFINES WS-CALL-ZONE-VALUES.
           05 WS-CALL-ZONE OCCURS 15 TIMES.
               10 TZ-ZONE-CODE     PIC X(3).
               10 TZ-UTC-OFFSET    PIC S9(2)
                       SIGN IS LEADING SEPARATE.
       01 WS-CALL-ZONE-COUNT        PIC 9(2) VALUE 15.
       01 WS-CALL-ZONE-TALLY-AREA.
           05 WS-CALL-ZONE-TALLY OCCURS 15 TIMES.
               10 TZ-WAVE          PIC 9(2).
               10 TZ-CONTACTS      PIC 9(7).
       01 WS-CALL-WAVE-AREA.
           05 WS-CALL-WAVE-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-CALL-WAVE OCCURS 1 TO 15 TIMES
                   DEPENDING ON WS-CALL-WAVE-COUNT.
               10 WV-CENTER-FROM   PIC 9(4).
               10 WV-CENTER-TO     PIC 9(4).
               10 WV-UTC-OFFSET    PIC S9(2).
               10 WV-CONTACTS      PIC 9(7).
       01 WS-CALL-MAX               PIC 9(5) VALUE 50000.
       01 WS-CALL-LIST-AREA.
           05 WS-CALL-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-CALL-LIST OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-CALL-COUNT.
               10 CL-WAVE          PIC 9(2).
               10 CL-TIME-ZONE     PIC X(3).
               10 CL-ZIP-CODE      PIC X(5).
               10 CL-ACCOUNT       PIC X(10).
               10 CL-PHONE         PIC X(12).
               10 CL-ZONE-ROW      PIC 9(2).
       01 WS-CALL-ROW               PIC 9(5).
       01 WS-CALL-ZONE-ROW          PIC 9(2).
       01 WS-CALL-WAVE-ROW          PIC 9(2).
       01 WS-CALL-SCAN-ROW          PIC 9(2).
       01 WS-CALL-SEQUENCE          PIC 9(6).
       01 WS-CALL-ZIP               PIC 9(5).
       01 WS-CALL-ZONE-CODE         PIC X(3).
       01 WS-CALL-REASON            PIC X(30).
       01 WS-CALL-FOUND-SWITCH      PIC X VALUE "N".
           88 CALL-ZIP-FOUND        VALUE "Y".
       01 WS-CALL-WORK-MIN          PIC S9(5).
       01 WS-CALL-MINUTES           PIC 9(4).
       01 WS-CALL-HH                PIC 9(2).
       01 WS-CALL-MM                PIC 9(2).
       01 WS-CALL-HHMM              PIC X(5).
       01 WS-CALL-NEXT-DAY          PIC X(1).
       01 WS-CALL-CENTER-TEXT       PIC X(12).
       01 WS-CALL-COUNT-EDIT        PIC Z(6)9.
       01 WS-CALL-RUN-DATE          PIC X(8).
       01 WS-CALL-PAGE-NO           PIC 9(3) VALUE ZERO.
       01 WS-CALL-LINE-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-CALL-DETAIL            PIC X(80).
       01 WS-CALL-RUN-COUNTS.
           05 WS-CALL-READ          PIC 9(7) VALUE ZERO.
           05 WS-CALL-SCHEDULED     PIC 9(7) VALUE ZERO.
           05 WS-CALL-EXCEPTIONS    PIC 9(7) VALUE ZERO.
           05 WS-CALL-NOT-NUMERIC   PIC 9(7) VALUE ZERO.
           05 WS-CALL-NOT-ON-MASTER PIC 9(7) VALUE ZERO.
           05 WS-CALL-NO-REFERENCE  PIC 9(7) VALUE ZERO.
           05 WS-CALL-UNKNOWN-ZONE  PIC 9(7) VALUE ZERO.
           05 WS-CALL-TABLE-FULL    PIC 9(7) VALUE ZERO.
      ****************************************************
      * MASTER GENERATION BACKUPS.  MASTER MAINTENANCE,    *
      * THE RELEASE OF APPROVED UPDATES AND +4 MAINTENANCE *
      * (AND ZIPIXBLD, BEFORE IT REBUILDS THE KEYED FILE)  *
      * FIRST COPY THE FILE THEY ARE ABOUT TO CHANGE TO A  *
      * DATED GENERATION (<BASE>.Gnnnn.YYYYMMDD) AND ADD   *
      * IT TO THE CATALOG (GENCAT=): GENERATION, DATE AND  *
      * TIME, FILE TYPE (K = KEYED MASTER, P = .PRN        *
      * MASTER, 4 = ZIP+4 DETAIL), RECORD COUNT, ZIP HASH  *
      * TOTAL (SUM OF THE ZIP CODES), TRIGGERING RUN,      *
      * OPERATOR AND BACKUP PATH.  THE NEWEST GENKEEP=     *
      * GENERATIONS OF THE MASTER AND OF THE +4 FILE ARE   *
      * KEPT; OLDER ONES ARE DELETED AND DROPPED FROM THE  *
      * CATALOG.  A RUN WHOSE BACKUP FAILS DOES NOT TOUCH  *
      * THE FILE.  1700-GENERATION-RESTORE (SUPERVISOR     *
      * ONLY) ROLLS A FILE BACK TO A CATALOGED GENERATION  *
      * AND PROVES THE RESULT AGAINST THE CATALOG COUNT    *
      * AND HASH.                                          *
      ****************************************************
       01 WS-GEN-CATALOG-PATH       PIC X(80)
           VALUE "C:\COBOL\zip_master_generations.txt".
       01 WS-GEN-MASTER-BASE        PIC X(60)
           VALUE "C:\COBOL\zip_master_gen".
       01 WS-GEN-ZIP4-BASE          PIC X(60)
           VALUE "C:\COBOL\zip_plus4_gen".
       01 WS-GEN-BACKUP-PATH        PIC X(80).
       01 WS-GEN-CAT-STATUS         PIC X(02).
       01 WS-GEN-BACKUP-STATUS      PIC X(02).
       01 WS-GEN-FILE-DETAILS       PIC X(16).
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
       01 WS-GEN-SCAN-ROW           PIC 9(3).
       01 WS-GEN-CLASS-COUNT        PIC 9(3).
       01 WS-GEN-LAST-NUMBER        PIC 9(4).
       01 WS-GEN-PROTECT-NUMBER     PIC 9(4) VALUE ZERO.
       01 WS-GEN-FILE-TYPE          PIC X(1).
           88 GEN-KEYED-MASTER      VALUE "K".
           88 GEN-PRN-MASTER        VALUE "P".
           88 GEN-ZIP4-DETAIL       VALUE "4".
       01 WS-GEN-CLASS              PIC X(1).
       01 WS-GEN-ROW-CLASS          PIC X(1).
       01 WS-GEN-TRIGGER            PIC X(20).
       01 WS-GEN-TIMESTAMP          PIC X(21).
       01 WS-GEN-RESULT-SWITCH      PIC X VALUE "N".
           88 GEN-BACKUP-TAKEN      VALUE "Y".
           88 GEN-NOTHING-TO-SAVE   VALUE "N".
           88 GEN-BACKUP-FAILED     VALUE "F".
       01 WS-GEN-SOURCE-SWITCH      PIC X VALUE "N".
           88 GEN-SOURCE-OPEN       VALUE "Y".
       01 WS-GEN-EOF-SWITCH         PIC X VALUE "N".
           88 END-OF-GEN-SOURCE     VALUE "Y".
       01 WS-GEN-CAT-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-GEN-CATALOG    VALUE "Y".
       01 WS-GEN-WORK-RECORD        PIC X(100).
       01 WS-GEN-WORK-ZIP REDEFINES WS-GEN-WORK-RECORD.
           05 WS-GEN-WORK-ZIP-CODE  PIC 9(5).
           05 FILLER                PIC X(95).
       01 WS-GEN-RECORD-COUNT       PIC 9(7).
       01 WS-GEN-HASH-TOTAL         PIC 9(12).
       01 WS-GEN-WRITE-ERRORS       PIC 9(7).
       01 WS-GEN-RESTORE-STAGE      PIC X(4).
       01 WS-GEN-CONFIRM-STAGE      PIC X(1).
       01 WS-GEN-RESTORE-FIELDS.
           05 WS-GEN-RESTORE-NUMBER PIC 9(4).
           05 WS-GEN-RESTORE-TYPE   PIC X(1).
           05 WS-GEN-RESTORE-COUNT  PIC 9(7).
           05 WS-GEN-RESTORE-HASH   PIC 9(12).
           05 WS-GEN-RESTORE-PATH   PIC X(80).
       01 WS-GEN-TYPE-TEXT          PIC X(14).
       01 WS-GEN-HIST-SWITCH        PIC X VALUE "N".
           88 GEN-HISTORY-NEEDED    VALUE "Y".
       01 WS-ROLL-AREA.
           05 WS-ROLL-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-ROLL-ENTRY OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-ROLL-COUNT
                   ASCENDING KEY IS WS-ROLL-ZIP
                   INDEXED BY XG.
               10 WS-ROLL-IMAGE.
                   15 WS-ROLL-ZIP  PIC 9(5).
                   15 FILLER       PIC X(83).
               10 WS-ROLL-MATCH-FLAG PIC X(1).
       01 WS-ROLL-ROW               PIC 9(5).
       01 WS-ROLL-ACTION            PIC X(1).
       01 WS-ROLL-FOUND-SWITCH      PIC X VALUE "N".
           88 ROLL-ZIP-FOUND        VALUE "Y".
      ****************************************************
      * ZIP-LEVEL REFERENCE ENRICHMENT.  zip_reference.prn *
      * IS OPTIONAL - WHEN PRESENT IT IS LOADED ONCE AT    *
      * STARTUP (150-LOAD-REF-TABLE) AND CARRIES THE TIME  *
           88 PLACE-NAME-FOUND      VALUE "Y".
       01 WS-PLACE-MATCH-COUNT      PIC 9(5) VALUE ZERO.
      ****************************************************
      * WORKING STORAGE FOR THE SEARCH AUDIT LOG.  EACH    *
      * LINE IS THE 14-BYTE TIMESTAMP, THE 8-BYTE OPERATOR *
      * ID, THE SEARCH TYPE, AND THE SEARCH VALUE, EACH    *
      * SEPARATED BY ONE SPACE.                            *
      ****************************************************
       01 WS-AUDIT-TIMESTAMP        PIC X(21).
       01 WS-AUDIT-SEARCH-TYPE      PIC X(20).
           05 WS-UPD-REJECT-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-MAINT-REJECT-REASON    PIC X(30).
       01 WS-MAINT-OLD-IMAGE        PIC X(88).
       01 WS-KEYED-UPDATE-SWITCH    PIC X VALUE "N".
           88 KEYED-UPDATE-FAILED   VALUE "Y".
       01 WS-MAINT-NEW-IMAGE        PIC X(88).
      ****************************************************
      * ZIP MASTER CHANGE HISTORY.  EVERY ADD, CHANGE, AND *
      * DELETE THE APPLY STEP MAKES IS APPENDED TO         *
      * zip_master_history.txt WITH THE BEFORE AND AFTER   *
      * 88-BYTE MASTER IMAGES, THE EFFECTIVE DATE/TIME,    *
      * THE SOURCE, AND THE USER IDS INVOLVED.  THE FILE   *
      * IS NEVER REWRITTEN.  SOURCE CODES (CARRIED ON THE  *
      * UPDATE RECORD; BLANK MEANS A HAND-BUILT FILE):     *
      *   U - UPDATE FILE                                  *
      *   P - APPROVED PENDING UPDATE (1270)               *
      *   V - VENDOR REFRESH                               *
      *   R - GENERATION ROLLBACK (1750), ONE ENTRY PER    *
      *       ZIP THE RESTORED GENERATION CHANGED          *
      * 1500-HISTORY-INQUIRY LISTS ONE ZIP'S CHANGES AND   *
      * RECONSTRUCTS IT AS OF A DATE: THE BEFORE IMAGE OF  *
      * THE FIRST CHANGE AFTER THAT DATE, OR THE CURRENT   *
      * MASTER WHEN NOTHING HAS CHANGED SINCE.             *
      ****************************************************
       01 WS-HIST-FILE-STATUS       PIC X(02).
       01 WS-HIST-EOF-SWITCH        PIC X VALUE "N".
           88 HISTORY-EOF-REACHED   VALUE "Y".
       01 WS-HIST-OPEN-SWITCH       PIC X VALUE "N".
           88 HISTORY-FILE-OPEN     VALUE "Y".
       01 WS-HIST-WRITE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-HIST-MATCH-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-HIST-ASOF-STAGE        PIC X(8).
       01 WS-HIST-ASOF-DATE         PIC X(8).
       01 WS-HIST-ASOF-SWITCH       PIC X VALUE "N".
           88 HISTORY-ASOF-FOUND    VALUE "Y".
       01 WS-HIST-ASOF-IMAGE        PIC X(88).
       01 WS-HIST-ACTION-WORD       PIC X(7).
       01 WS-HIST-SOURCE-WORD       PIC X(16).
       01 WS-HIST-IMAGE-LABEL       PIC X(10).
      ****************************************************
      * TWO-STEP MAINTENANCE.  ANALYSTS KEY ADDS, CHANGES, *
      * AND DELETES INTO THE PENDING-UPDATES FILE UNDER    *
      * THEIR SIGNED-ON USER ID, INITIALS, AND ENTRY DATE  *
      * (1200-UPDATE-ENTRY).                               *
      * A SUPERVISOR REVIEWS EACH PENDING UPDATE NEXT TO   *
      * THE CURRENT MASTER VALUES (1250-UPDATE-REVIEW) AND *
      * ONLY APPROVED RECORDS ARE RELEASED TO              *
      *   P - PENDING REVIEW                               *
      *   R - REJECTED BY SUPERVISOR                       *
      *   X - APPROVED AND RELEASED TO THE UPDATE FILE     *
      * ZIPCOMPR QUEUES VENDOR-REFRESH DIFFERENCES HERE    *
      * TOO, WITH ENTRY INITIALS "VND", USER ID ZIPCOMPR   *
      * (THE USER ID MARKS A VENDOR RECORD - INITIALS COME *
      * FROM THE OPERATOR FILE AND ARE NOT UNIQUE), AND A  *
      * REASON CODE (BLANK ON KEYED UPDATES):              *
      *   N - NEW ZIP            R - CITY RENAME           *
      *   C - COUNTY CHANGE      G - COORDINATE SHIFT      *
      *   D - VENDOR DROP        O - OTHER FIELD CHANGE    *
      * RELEASED VENDOR RECORDS CARRY SOURCE "V" INTO THE  *
      * UPDATE FILE AND THE CHANGE HISTORY.                *
      ****************************************************
       01 WS-PEND-FILE-STATUS       PIC X(02).
       01 WS-PEND-EOF-SWITCH        PIC X VALUE "N".
       01 WS-PEND-COUNTY-STAGE      PIC X(27).
       01 WS-PEND-LAT-STAGE         PIC X(6).
       01 WS-PEND-LON-STAGE         PIC X(8).
       01 WS-PEND-SAVED-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-PEND-WORK.
           05 WORK-STATUS           PIC X(1).
           05 WORK-ENTRY-DATE       PIC X(8).
           05 WORK-REVIEW-INITS     PIC X(3).
           05 WORK-REVIEW-DATE      PIC X(8).
           05 WORK-ENTRY-OPER       PIC X(8).
               88 WORK-VENDOR-ENTRY VALUE "ZIPCOMPR".
           05 WORK-REVIEW-OPER      PIC X(8).
           05 WORK-REASON-CODE      PIC X(1).
       01 WS-PEND-MAX-TABLE-SIZE    PIC 9(4) VALUE 5000.
       01 WS-PEND-COUNT             PIC 9(4) VALUE ZERO.
       01 WS-PEND-OVERFLOW-SWITCH   PIC X VALUE "N".
           88 PENDING-TABLE-OVERFLOW VALUE "Y".
       01 WS-PEND-TABLE-AREA.
           05 WS-PEND-ROW OCCURS 5000 TIMES PIC X(129).
       01 WS-REVIEW-IX              PIC 9(4).
       01 WS-REVIEW-DECISION        PIC X(1).
       01 WS-REVIEW-INITS           PIC X(3).
       01 WS-REVIEW-DATE            PIC X(8).
       01 WS-REVIEW-PEND-LINE-1     PIC X(70).
       01 WS-REVIEW-PEND-LINE-2     PIC X(76).
       01 WS-REVIEW-CURR-LINE       PIC X(76).
       01 WS-REVIEW-REASON-LINE     PIC X(40).
       01 WS-REVIEW-STOP-SWITCH     PIC X VALUE "N".
           88 REVIEW-STOPPED        VALUE "Y".
       01 WS-REVIEW-CURR-FOUND-SW   PIC X VALUE "N".
           88 REVIEW-CURR-ON-FILE   VALUE "Y".
       01 WS-REVIEW-COUNTS.
           05 WS-REVIEW-PEND-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-REVIEW-APPR-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-REVIEW-REJ-COUNT   PIC 9(4) VALUE ZERO.
           05 WS-REVIEW-SKIP-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-REVIEW-REL-COUNT   PIC 9(4) VALUE ZERO.
      ****************************************************
      * DOWNSTREAM INTERFACE EXTRACT (1300-INTERFACE-      *
      * EXTRACT).  WRITES A FIXED-LAYOUT FEED THE BILLING  *
       01 WS-LOAD-REJECT-IMAGE      PIC X(88).
       01 WS-LOAD-SCAN-ROW          PIC 9(5).
       01 WS-LOAD-KEEP-ROW          PIC 9(5).
      ****************************************************
      * OPERATOR SIGN-ON.  INTERACTIVE SESSIONS SIGN ON    *
      * AGAINST zip_operators.txt BEFORE THE MENU IS       *
      * SHOWN.  ONE LINE PER OPERATOR:                     *
      *   USER ID, PASSWORD, ROLE, INITIALS, ACTIVE (Y/N), *
      *   FAILED ATTEMPTS, LOCKED (Y/N), LAST SIGN-ON      *
      * WS-SIGNON-MAX-TRIES BAD PASSWORDS IN A ROW LOCK    *
      * THE USER ID UNTIL A SUPERVISOR RESETS THE LOCKED   *
      * FLAG AND COUNT ON THE FILE.  UNATTENDED RUNS -     *
      * MODE=BATCH, MODE=VERIFY, MODE=DENSITY AND          *
      * MODE=CALLS - ARE LOGGED AS OPERATOR BATCH.         *
      * THE SIGNED-ON ID IS STAMPED ON EVERY AUDIT LINE    *
      * AND ON PENDING UPDATES SO THE REVIEWER CAN BE HELD *
      * TO A DIFFERENT USER ID THAN THE ONE THAT KEYED IT. *
      ****************************************************
       01 WS-OPER-FILE-STATUS       PIC X(02).
       01 WS-OPER-EOF-SWITCH        PIC X VALUE "N".
           88 OPERATOR-EOF-REACHED  VALUE "Y".
       01 WS-OPER-MAX-TABLE-SIZE    PIC 9(3) VALUE 200.
       01 WS-OPER-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-OPER-TABLE-AREA.
           05 WS-OPER-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-OPER-COUNT
                   INDEXED BY XO.
               10 OPT-USER-ID       PIC X(8).
               10 OPT-PASSWORD      PIC X(8).
               10 OPT-ROLE          PIC X(10).
               10 OPT-INITIALS      PIC X(3).
               10 OPT-ACTIVE-FLAG   PIC X(1).
               10 OPT-FAILED-COUNT  PIC 9(1).
               10 OPT-LOCKED-FLAG   PIC X(1).
               10 OPT-LAST-SIGNON   PIC X(14).
       01 WS-OPER-TABLE-FULL-SWITCH PIC X VALUE "N".
           88 OPERATOR-TABLE-FULL   VALUE "Y".
       01 WS-OPER-REWRITE-SWITCH    PIC X VALUE "Y".
           88 OPERATOR-REWRITE-OK   VALUE "Y".
       01 WS-OPER-LINE-MAX          PIC 9(4) VALUE 1000.
       01 WS-OPER-LINE-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-OPER-LINE-IX           PIC 9(4) VALUE ZERO.
       01 WS-OPER-LINE-AREA.
           05 WS-OPER-LINE OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-OPER-LINE-COUNT
                                    PIC X(46).
       01 WS-OPER-FOUND-SWITCH      PIC X VALUE "N".
           88 OPERATOR-ID-FOUND     VALUE "Y".
       01 WS-SIGNON-ID-STAGE        PIC X(8).
       01 WS-SIGNON-PASS-STAGE      PIC X(8).
       01 WS-SIGNON-MAX-TRIES       PIC 9(1) VALUE 3.
       01 WS-SIGNON-TRIES           PIC 9(1) VALUE ZERO.
       01 WS-SIGNON-SWITCH          PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON    VALUE "Y".
       01 WS-OPER-ID                PIC X(8) VALUE SPACES.
       01 WS-OPER-ROLE              PIC X(10) VALUE SPACES.
       01 WS-OPER-INITIALS          PIC X(3) VALUE SPACES.
      ****************************************************
      * ROLE-BASED MENU.  EACH ROLE CARRIES A Y/N BYTE PER *
      * MENU OPTION (POSITION 1 = OPTION 1, AND SO ON).    *
      * 170-BUILD-ROLE-MENU PACKS THE ALLOWED OPTIONS INTO *
      * WS-MENU-LINE, TWO COLUMNS OF 19, SO AN OPERATOR    *
      * ONLY SEES WHAT THE ROLE MAY RUN.  MAINTENANCE,     *
      * REVIEW, EXTRACT, +4, ALIAS, BRANCH, DENSITY AND    *
      * CALL-WINDOW OPTIONS (9, 14-18, 21-24) ARE HELD TO  *
      * CLERK/SUPERVISOR/OPERATIONS ROLES.  GENERATION     *
      * RESTORE (25) IS SUPERVISOR ONLY.                   *
      ****************************************************
       01 WS-ROLE-ACCESS-VALUES.
           05 FILLER PIC X(10) VALUE "INQUIRY".
           05 FILLER PIC X(30) VALUE "YYYYYNYYNYYNYNNNNNYYNNNNN".
           05 FILLER PIC X(10) VALUE "CLERK".
           05 FILLER PIC X(30) VALUE "YYYYYYYYNYYYYYYNNNYYNYYYN".
           05 FILLER PIC X(10) VALUE "SUPERVISOR".
           05 FILLER PIC X(30) VALUE "YYYYYYYYYYYYYYYYYYYYYYYYY".
           05 FILLER PIC X(10) VALUE "OPERATIONS".
           05 FILLER PIC X(30) VALUE "YYYYYYYYYYYYYYNNYYYYYYYYN".
       01 WS-ROLE-ACCESS-TABLE REDEFINES WS-ROLE-ACCESS-VALUES.
           05 WS-ROLE-ENTRY OCCURS 4 TIMES.
               10 WS-ROLE-NAME      PIC X(10).
               10 WS-ROLE-OPTIONS   PIC X(30).
       01 WS-ROLE-COUNT             PIC 9(2) VALUE 4.
       01 WS-ROLE-IX                PIC 9(2).
       01 WS-ROLE-SCAN-IX           PIC 9(2).
       01 WS-OPER-OPTIONS           PIC X(30) VALUE SPACES.
       01 WS-MENU-OPTION-TEXTS.
           05 FILLER PIC X(38) VALUE "1- ZIP CODE SEARCH".
           05 FILLER PIC X(38) VALUE "2- STATE CODE SEARCH".
           05 FILLER PIC X(38) VALUE "3- EXIT".
           05 FILLER PIC X(38) VALUE "4- COUNTY SEARCH".
           05 FILLER PIC X(38) VALUE
               "5- ZIP CODE DISTANCE CALCULATOR".
           05 FILLER PIC X(38) VALUE
               "6- BATCH MODE (RUN TRANSACTION FILE)".
           05 FILLER PIC X(38) VALUE "7- STATE SUMMARY REPORT".
           05 FILLER PIC X(38) VALUE
               "8- PLACE NAME SEARCH (PARTIAL)".
           05 FILLER PIC X(38) VALUE
               "9- MASTER MAINTENANCE (RUN UPDATES)".
           05 FILLER PIC X(38) VALUE
               "10- RADIUS SEARCH (ZIPS IN N MILES)".
           05 FILLER PIC X(38) VALUE
               "11- NATIONAL SUMMARY REPORT".
           05 FILLER PIC X(38) VALUE
               "12- ADDRESS FILE VERIFICATION".
           05 FILLER PIC X(38) VALUE
               "13- NEAREST ZIPS FROM LAT/LON".
           05 FILLER PIC X(38) VALUE
               "14- ROUTE SHEET (RUN ROUTE STOP FILE)".
           05 FILLER PIC X(38) VALUE
               "15- ENTER MASTER UPDATE (PENDING)".
           05 FILLER PIC X(38) VALUE
               "16- SUPERVISOR REVIEW PENDING UPDATES".
           05 FILLER PIC X(38) VALUE
               "17- BILLING INTERFACE EXTRACT".
           05 FILLER PIC X(38) VALUE
               "18- ZIP+4 MAINTENANCE (RUN +4 UPDATES)".
           05 FILLER PIC X(38) VALUE "19- AREA CODE SEARCH".
           05 FILLER PIC X(38) VALUE
               "20- ZIP CHANGE HISTORY (AS-OF DATE)".
           05 FILLER PIC X(38) VALUE "21- PLACE ALIAS MAINTENANCE".
           05 FILLER PIC X(38) VALUE
               "22- BRANCH SERVICE-AREA ASSIGNMENT".
           05 FILLER PIC X(38) VALUE
               "23- CUSTOMER DENSITY (CUSTOMER FILE)".
           05 FILLER PIC X(38) VALUE
               "24- CALL-WINDOW SCHEDULE (CONTACTS)".
           05 FILLER PIC X(38) VALUE
               "25- MASTER GENERATION RESTORE".
       01 WS-MENU-OPTION-TABLE REDEFINES WS-MENU-OPTION-TEXTS.
           05 WS-MENU-OPTION-TEXT OCCURS 25 TIMES PIC X(38).
       01 WS-MENU-OPTION-COUNT      PIC 9(2) VALUE 25.
       01 WS-MENU-OPTION-IX         PIC 9(2).
       01 WS-MENU-SLOT              PIC 9(2).
       01 WS-MENU-LINES-AREA.
           05 WS-MENU-LINE OCCURS 38 TIMES PIC X(38).
       01 WS-MENU-OPER-LINE         PIC X(60).



       SCREEN SECTION.
       01 SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COL 22 VALUE "Z I P   C O D E   F I N D E R".
           05 LINE 3  COL 5  VALUE "OPERATOR SIGN-ON".
           05 LINE 5  COL 5  VALUE "USER ID (BLANK TO EXIT):".
           05 LINE 5  COL 31 PIC X(8) USING WS-SIGNON-ID-STAGE.
           05 LINE 6  COL 5  VALUE "PASSWORD:".
           05 LINE 6  COL 31 PIC X(8) USING WS-SIGNON-PASS-STAGE
               SECURE.
           05 LINE 8  COL 5  PIC X(60) FROM WS-PANEL-MSG.

       01 MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COL 22 VALUE "Z I P   C O D E   F I N D E R".
           05 LINE 2  COL 5  PIC X(60) FROM WS-MENU-OPER-LINE.
           05 LINE 3  COL 3  PIC X(38) FROM WS-MENU-LINE(1).
           05 LINE 4  COL 3  PIC X(38) FROM WS-MENU-LINE(2).
           05 LINE 5  COL 3  PIC X(38) FROM WS-MENU-LINE(3).
           05 LINE 6  COL 3  PIC X(38) FROM WS-MENU-LINE(4).
           05 LINE 7  COL 3  PIC X(38) FROM WS-MENU-LINE(5).
           05 LINE 8  COL 3  PIC X(38) FROM WS-MENU-LINE(6).
           05 LINE 9  COL 3  PIC X(38) FROM WS-MENU-LINE(7).
           05 LINE 10 COL 3  PIC X(38) FROM WS-MENU-LINE(8).
           05 LINE 11 COL 3  PIC X(38) FROM WS-MENU-LINE(9).
           05 LINE 12 COL 3  PIC X(38) FROM WS-MENU-LINE(10).
           05 LINE 13 COL 3  PIC X(38) FROM WS-MENU-LINE(11).
           05 LINE 14 COL 3  PIC X(38) FROM WS-MENU-LINE(12).
           05 LINE 15 COL 3  PIC X(38) FROM WS-MENU-LINE(13).
           05 LINE 16 COL 3  PIC X(38) FROM WS-MENU-LINE(14).
           05 LINE 17 COL 3  PIC X(38) FROM WS-MENU-LINE(15).
           05 LINE 18 COL 3  PIC X(38) FROM WS-MENU-LINE(16).
           05 LINE 19 COL 3  PIC X(38) FROM WS-MENU-LINE(17).
           05 LINE 20 COL 3  PIC X(38) FROM WS-MENU-LINE(18).
           05 LINE 21 COL 3  PIC X(38) FROM WS-MENU-LINE(19).
           05 LINE 3  COL 42 PIC X(38) FROM WS-MENU-LINE(20).
           05 LINE 4  COL 42 PIC X(38) FROM WS-MENU-LINE(21).
           05 LINE 5  COL 42 PIC X(38) FROM WS-MENU-LINE(22).
           05 LINE 6  COL 42 PIC X(38) FROM WS-MENU-LINE(23).
           05 LINE 7  COL 42 PIC X(38) FROM WS-MENU-LINE(24).
           05 LINE 8  COL 42 PIC X(38) FROM WS-MENU-LINE(25).
           05 LINE 9  COL 42 PIC X(38) FROM WS-MENU-LINE(26).
           05 LINE 10 COL 42 PIC X(38) FROM WS-MENU-LINE(27).
           05 LINE 11 COL 42 PIC X(38) FROM WS-MENU-LINE(28).
           05 LINE 12 COL 42 PIC X(38) FROM WS-MENU-LINE(29).
           05 LINE 13 COL 42 PIC X(38) FROM WS-MENU-LINE(30).
           05 LINE 14 COL 42 PIC X(38) FROM WS-MENU-LINE(31).
           05 LINE 15 COL 42 PIC X(38) FROM WS-MENU-LINE(32).
           05 LINE 16 COL 42 PIC X(38) FROM WS-MENU-LINE(33).
           05 LINE 17 COL 42 PIC X(38) FROM WS-MENU-LINE(34).
           05 LINE 18 COL 42 PIC X(38) FROM WS-MENU-LINE(35).
           05 LINE 19 COL 42 PIC X(38) FROM WS-MENU-LINE(36).
           05 LINE 20 COL 42 PIC X(38) FROM WS-MENU-LINE(37).
           05 LINE 21 COL 42 PIC X(38) FROM WS-MENU-LINE(38).
           05 LINE 23 COL 5  VALUE "OPTION:".
           05 LINE 23 COL 13 PIC X(2) USING SEARCH-TYPE-STAGE.
           05 LINE 24 COL 5  PIC X(60) FROM WS-PANEL-MSG.
           05 LINE 5 COL 38 PIC X(29) USING WS-EXTRACT-LIST-STAGE.
           05 LINE 7 COL 5  PIC X(60) FROM WS-PANEL-MSG.

       01 HISTORY-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 5  VALUE "ZIP CHANGE HISTORY INQUIRY".
           05 LINE 4 COL 5  VALUE "ZIP CODE (BLANK TO CANCEL):".
           05 LINE 4 COL 40 PIC X(5) USING ZIPCODE-INPUT-STAGE.
           05 LINE 5 COL 5  VALUE "AS-OF DATE (YYYYMMDD, OPTIONAL):".
           05 LINE 5 COL 40 PIC X(8) USING WS-HIST-ASOF-STAGE.
           05 LINE 7 COL 5  PIC X(60) FROM WS-PANEL-MSG.

       01 RESTORE-INPUT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2 COL 5  VALUE "MASTER GENERATION RESTORE".
           05 LINE 4 COL 5  VALUE "GENERATION (BLANK TO CANCEL):".
           05 LINE 4 COL 40 PIC X(4) USING WS-GEN-RESTORE-STAGE.
           05 LINE 5 COL 5  VALUE "ROLL THE FILE BACK (Y/N):".
           05 LINE 5 COL 40 PIC X(1) USING WS-GEN-CONFIRM-STAGE.
           05 LINE 7 COL 5  PIC X(60) FROM WS-PANEL-MSG.

       01 UPDATE-ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 2  COL 5  VALUE "MASTER UPDATE ENTRY (PENDING".
           05 LINE 10 COL 40 PIC X(6) USING WS-PEND-LAT-STAGE.
           05 LINE 11 COL 5  VALUE "LONGITUDE:".
           05 LINE 11 COL 40 PIC X(8) USING WS-PEND-LON-STAGE.
           05 LINE 12 COL 5  VALUE "ENTERED BY:".
           05 LINE 12 COL 40 PIC X(8) FROM WS-OPER-ID.
           05 LINE 14 COL 5  PIC X(60) FROM WS-PANEL-MSG.

       01 UPDATE-REVIEW-SCREEN.
           05 LINE 5  COL 5  VALUE "PENDING UPDATE:".
           05 LINE 6  COL 5  PIC X(70) FROM WS-REVIEW-PEND-LINE-1.
           05 LINE 7  COL 5  PIC X(76) FROM WS-REVIEW-PEND-LINE-2.
           05 LINE 8  COL 5  PIC X(40) FROM WS-REVIEW-REASON-LINE.
           05 LINE 9  COL 5  VALUE "CURRENT MASTER:".
           05 LINE 10 COL 5  PIC X(76) FROM WS-REVIEW-CURR-LINE.
           05 LINE 12 COL 5  VALUE "A=APPROVE R=REJECT S=SKIP".
           05 LINE 12 COL 31 VALUE " X=STOP REVIEW:".
           05 LINE 12 COL 48 PIC X(1) USING WS-REVIEW-DECISION.
           05 LINE 13 COL 5  VALUE "REVIEWED BY:".
           05 LINE 13 COL 48 PIC X(8) FROM WS-OPER-ID.
           05 LINE 15 COL 5  PIC X(60) FROM WS-PANEL-MSG.

       01 RESULT-PAGE-SCREEN.
           PERFORM 120-BUILD-STATE-INDEX
           PERFORM 140-LOAD-ZIP4-TABLE
           PERFORM 150-LOAD-REF-TABLE
           PERFORM 155-LOAD-ALIAS-TABLE
           PERFORM 156-LOAD-BRANCH-TABLE
           OPEN OUTPUT CSV-OUTPUT-FILE
           PERFORM 130-OPEN-AUDIT-LOG
           IF UNATTENDED-BATCH-RUN
               MOVE "BATCH" TO WS-OPER-ID
               PERFORM 700-BATCH-MODE
               CLOSE CSV-OUTPUT-FILE
               CLOSE AUDIT-LOG-FILE
               STOP RUN
           END-IF
           IF UNATTENDED-VERIFY-RUN
               MOVE "BATCH" TO WS-OPER-ID
               PERFORM 760-ADDRESS-VERIFY
               CLOSE CSV-OUTPUT-FILE
               CLOSE AUDIT-LOG-FILE
               STOP RUN
           END-IF
           IF UNATTENDED-DENSITY-RUN
               MOVE "BATCH" TO WS-OPER-ID
               PERFORM 840-CUSTOMER-DENSITY
               CLOSE CSV-OUTPUT-FILE
               CLOSE AUDIT-LOG-FILE
               STOP RUN
           END-IF
           IF UNATTENDED-CALL-RUN
               MOVE "BATCH" TO WS-OPER-ID
               PERFORM 860-CALL-WINDOW-SCHEDULE
               CLOSE CSV-OUTPUT-FILE
               CLOSE AUDIT-LOG-FILE
               STOP RUN
           END-IF
           PERFORM 160-OPERATOR-SIGNON
           IF NOT OPERATOR-SIGNED-ON
               CLOSE CSV-OUTPUT-FILE
               CLOSE AUDIT-LOG-FILE
               STOP RUN
           END-IF
           PERFORM 170-BUILD-ROLE-MENU
           MOVE SPACES TO WS-PANEL-MSG
           PERFORM UNTIL SEARCH-TYPE-INPUT = 3
           MOVE SPACES TO SEARCH-TYPE-STAGE
           ELSE
               MOVE 0 TO SEARCH-TYPE-INPUT
           END-IF
           IF SEARCH-TYPE-INPUT = 0
               OR SEARCH-TYPE-INPUT > WS-MENU-OPTION-COUNT
               MOVE "INVALID OPTION - ENTER AN OPTION SHOWN ABOVE."
                   TO WS-PANEL-MSG
               MOVE 0 TO SEARCH-TYPE-INPUT
           ELSE
           IF WS-OPER-OPTIONS(SEARCH-TYPE-INPUT:1) NOT = "Y"
               MOVE SPACES TO WS-PANEL-MSG
               STRING "OPTION " SEARCH-TYPE-INPUT
                   " IS NOT AVAILABLE FOR ROLE "
                   FUNCTION TRIM(WS-OPER-ROLE) "."
                   DELIMITED BY SIZE INTO WS-PANEL-MSG
               END-STRING
               MOVE 0 TO SEARCH-TYPE-INPUT
           END-IF
           END-IF
           EVALUATE SEARCH-TYPE-INPUT
               WHEN 1
                   PERFORM 1400-ZIP4-MAINTENANCE
               WHEN 19
                   PERFORM 530-AREA-CODE-SEARCH
               WHEN 20
                   PERFORM 1500-HISTORY-INQUIRY
               WHEN 21
                   PERFORM 1600-ALIAS-MAINTENANCE
               WHEN 22
                   PERFORM 690-BRANCH-ASSIGNMENT
               WHEN 23
                   PERFORM 840-CUSTOMER-DENSITY
               WHEN 24
                   PERFORM 860-CALL-WINDOW-SCHEDULE
               WHEN 25
                   PERFORM 1700-GENERATION-RESTORE
           END-EVALUATE
           END-PERFORM
           CLOSE CSV-OUTPUT-FILE
                   MOVE WS-PARM-VALUE TO WS-KEYED-PATH
               WHEN "EXTOUT"
                   MOVE WS-PARM-VALUE TO WS-EXTRACT-PATH
               WHEN "CUSTIN"
                   MOVE WS-PARM-VALUE TO WS-CUST-IN-PATH
               WHEN "DENSCSV"
                   MOVE WS-PARM-VALUE TO WS-DENS-CSV-PATH
               WHEN "CONTACTIN"
                   MOVE WS-PARM-VALUE TO WS-CONTACT-IN-PATH
               WHEN "CALLOUT"
                   MOVE WS-PARM-VALUE TO WS-CALL-WAVE-PATH
               WHEN "CALLWIN"
                   MOVE FUNCTION TRIM(WS-PARM-VALUE)
                       TO WS-CALL-WINDOW-PARM
               WHEN "CALLZONE"
                   MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-PARM-VALUE))
                       TO WS-CALL-CENTER-ZONE
               WHEN "GENCAT"
                   MOVE WS-PARM-VALUE TO WS-GEN-CATALOG-PATH
               WHEN "GENKEEP"
                   IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       AND FUNCTION NUMVAL(WS-PARM-VALUE) > 0
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                           TO WS-GEN-KEEP
                   END-IF
               WHEN "AUDKEEP"
                   IF FUNCTION TRIM(WS-PARM-VALUE) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-PARM-VALUE)
                   WS-REF-COUNT " RECORDS LOADED."
           END-IF.

           155-LOAD-ALIAS-TABLE.
           MOVE ZERO TO WS-ALIAS-COUNT
           MOVE ZERO TO WS-ALIAS-LOAD-REJECTS
           OPEN INPUT ZIP-ALIAS-FILE
           IF WS-ALIAS-FILE-STATUS NOT = "00"
               DISPLAY "NO PLACE ALIAS FILE - ALIAS MATCHING DISABLED."
           ELSE
               MOVE "N" TO WS-ALIAS-EOF-SWITCH
               READ ZIP-ALIAS-FILE
                   AT END SET END-OF-ALIAS-FILE TO TRUE
               END-READ
           PERFORM UNTIL END-OF-ALIAS-FILE
                       OR WS-ALIAS-COUNT = WS-ALIAS-MAX-TABLE-SIZE
               IF AL-IN-ACCEPT-FLAG = SPACE
                   MOVE "Y" TO AL-IN-ACCEPT-FLAG
               END-IF
               IF AL-IN-PREFERRED-FLAG = SPACE
                   MOVE "N" TO AL-IN-PREFERRED-FLAG
               END-IF
               IF AL-IN-ZIP-CODE IS NUMERIC
                   AND AL-IN-ALIAS-NAME NOT = SPACES
                   AND (AL-IN-ACCEPT-FLAG = "Y" OR "N")
                   AND (AL-IN-PREFERRED-FLAG = "Y" OR "N")
                   ADD 1 TO WS-ALIAS-COUNT
                   MOVE ZIP-ALIAS-RECORD
                       TO WS-ALIAS-TABLE(WS-ALIAS-COUNT)
               ELSE
                   ADD 1 TO WS-ALIAS-LOAD-REJECTS
               END-IF
               READ ZIP-ALIAS-FILE
                   AT END SET END-OF-ALIAS-FILE TO TRUE
               END-READ
           END-PERFORM
               IF NOT END-OF-ALIAS-FILE
                   DISPLAY "WARNING - ALIAS TABLE FULL AT "
                       WS-ALIAS-MAX-TABLE-SIZE
                       " RECORDS, FILE NOT FULLY LOADED."
               END-IF
               CLOSE ZIP-ALIAS-FILE
               IF WS-ALIAS-COUNT > 0
                   SORT WS-ALIAS-TABLE
                       ASCENDING KEY AL-ZIP-CODE AL-ALIAS-NAME
               END-IF
               DISPLAY "PLACE ALIAS LOAD COMPLETE - "
                   WS-ALIAS-COUNT " LOADED, "
                   WS-ALIAS-LOAD-REJECTS " REJECTED."
           END-IF.

      ****************************************************
      * FIRST ALIAS ROW FOR WS-ALIAS-ZIP, ZERO WHEN THE    *
      * ZIP HAS NONE.  THE ZIP'S ALIASES FOLLOW IT IN NAME *
      * ORDER.                                             *
      ****************************************************
           157-FIND-ZIP-ALIASES.
           MOVE ZERO TO WS-ALIAS-FIRST-ROW
           IF WS-ALIAS-COUNT > 0
               SEARCH ALL WS-ALIAS-TABLE
                   AT END
                       CONTINUE
                   WHEN AL-ZIP-CODE(XA) = WS-ALIAS-ZIP
                       SET WS-ALIAS-FIRST-ROW TO XA
               END-SEARCH
           END-IF
           IF WS-ALIAS-FIRST-ROW > 1
          PERFORM UNTIL WS-ALIAS-FIRST-ROW = 1
            OR AL-ZIP-CODE(WS-ALIAS-FIRST-ROW - 1) NOT = WS-ALIAS-ZIP
               SUBTRACT 1 FROM WS-ALIAS-FIRST-ROW
          END-PERFORM
           END-IF.

      ****************************************************
      * PREFERRED NAME FOR WS-ALIAS-ZIP.  THE CALLER LOADS *
      * THE MASTER PLACE NAME INTO WS-ALIAS-PREFERRED-NAME *
      * AND AN ALIAS FLAGGED PREFERRED REPLACES IT.        *
      ****************************************************
           158-FIND-PREFERRED-NAME.
           PERFORM 157-FIND-ZIP-ALIASES
           IF WS-ALIAS-FIRST-ROW > 0
          PERFORM VARYING WS-ALIAS-ROW FROM WS-ALIAS-FIRST-ROW BY 1
            UNTIL WS-ALIAS-ROW > WS-ALIAS-COUNT
               OR AL-ZIP-CODE(WS-ALIAS-ROW) NOT = WS-ALIAS-ZIP
               IF ALIAS-PREFERRED(WS-ALIAS-ROW)
                   MOVE AL-ALIAS-NAME(WS-ALIAS-ROW)
                       TO WS-ALIAS-PREFERRED-NAME
               END-IF
          END-PERFORM
           END-IF.

           156-LOAD-BRANCH-TABLE.
           MOVE ZERO TO WS-BRANCH-COUNT
           MOVE ZERO TO WS-BRANCH-LOAD-REJECTS
           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BRANCH-FILE-STATUS NOT = "00"
               DISPLAY "NO BRANCH MASTER - BRANCH OWNERSHIP DISABLED."
           ELSE
               MOVE "N" TO WS-BRANCH-EOF-SWITCH
               READ BRANCH-MASTER-FILE
                   AT END SET END-OF-BRANCH-FILE TO TRUE
               END-READ
           PERFORM UNTIL END-OF-BRANCH-FILE
               MOVE SPACES TO WS-BRANCH-REJECT-REASON
               EVALUATE TRUE
                   WHEN BR-IN-BRANCH-ID = SPACES
                       MOVE "BRANCH ID BLANK"
                           TO WS-BRANCH-REJECT-REASON
                   WHEN BR-IN-HOME-ZIP IS NOT NUMERIC
                       MOVE "HOME ZIP NOT NUMERIC"
                           TO WS-BRANCH-REJECT-REASON
                   WHEN BR-IN-MAX-RADIUS NOT = SPACES
                       AND FUNCTION TRIM(BR-IN-MAX-RADIUS)
                           IS NOT NUMERIC
                       MOVE "MAX RADIUS NOT NUMERIC"
                           TO WS-BRANCH-REJECT-REASON
                   WHEN WS-BRANCH-COUNT = WS-BRANCH-MAX-TABLE-SIZE
                       MOVE "BRANCH TABLE FULL"
                           TO WS-BRANCH-REJECT-REASON
                   WHEN OTHER
                       PERFORM 159-ADD-BRANCH-ROW
               END-EVALUATE
               IF WS-BRANCH-REJECT-REASON NOT = SPACES
                   ADD 1 TO WS-BRANCH-LOAD-REJECTS
                   DISPLAY "BRANCH " BR-IN-BRANCH-ID " REJECTED - "
                       WS-BRANCH-REJECT-REASON
               END-IF
               READ BRANCH-MASTER-FILE
                   AT END SET END-OF-BRANCH-FILE TO TRUE
               END-READ
           END-PERFORM
               CLOSE BRANCH-MASTER-FILE
               IF WS-BRANCH-COUNT > 0
                   SORT WS-BRANCH-TABLE ASCENDING KEY BT-BRANCH-ID
               END-IF
               DISPLAY "BRANCH MASTER LOAD COMPLETE - "
                   WS-BRANCH-COUNT " LOADED, "
                   WS-BRANCH-LOAD-REJECTS " REJECTED."
           END-IF.

      ****************************************************
      * A BRANCH NEEDS A UNIQUE ID AND A HOME ZIP ON THE   *
      * MASTER WITH COORDINATES.  LEAVES A REJECT REASON   *
      * FOR 156 WHEN IT CANNOT BE LOADED.                  *
      ****************************************************
           159-ADD-BRANCH-ROW.
           MOVE BR-IN-HOME-ZIP TO WS-BRANCH-HOME-ZIP
          PERFORM VARYING WS-BRANCH-SCAN-ROW FROM 1 BY 1
            UNTIL WS-BRANCH-SCAN-ROW > WS-BRANCH-COUNT
               IF BT-BRANCH-ID(WS-BRANCH-SCAN-ROW) = BR-IN-BRANCH-ID
                   MOVE "DUPLICATE BRANCH ID"
                       TO WS-BRANCH-REJECT-REASON
               END-IF
          END-PERFORM
           IF WS-BRANCH-REJECT-REASON = SPACES
               MOVE "HOME ZIP NOT ON MASTER"
                   TO WS-BRANCH-REJECT-REASON
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       CONTINUE
                   WHEN ZIP-CODE-IN(X1) = WS-BRANCH-HOME-ZIP
                       IF LAT-IN(X1) = SPACES OR LON-IN(X1) = SPACES
                           MOVE "HOME ZIP HAS NO COORDINATES"
                               TO WS-BRANCH-REJECT-REASON
                       ELSE
                           MOVE SPACES TO WS-BRANCH-REJECT-REASON
                           ADD 1 TO WS-BRANCH-COUNT
                           MOVE BR-IN-BRANCH-ID
                               TO BT-BRANCH-ID(WS-BRANCH-COUNT)
                           MOVE BR-IN-BRANCH-NAME
                               TO BT-BRANCH-NAME(WS-BRANCH-COUNT)
                           MOVE WS-BRANCH-HOME-ZIP
                               TO BT-HOME-ZIP(WS-BRANCH-COUNT)
                           COMPUTE BT-LAT(WS-BRANCH-COUNT) =
                               FUNCTION NUMVAL(LAT-IN(X1))
                           COMPUTE BT-LON(WS-BRANCH-COUNT) =
                               FUNCTION NUMVAL(LON-IN(X1))
                           IF BR-IN-MAX-RADIUS = SPACES
                               MOVE ZERO
                                   TO BT-MAX-RADIUS(WS-BRANCH-COUNT)
                               MOVE "N"
                                   TO BT-RADIUS-FLAG(WS-BRANCH-COUNT)
                           ELSE
                               MOVE FUNCTION NUMVAL(BR-IN-MAX-RADIUS)
                                   TO BT-MAX-RADIUS(WS-BRANCH-COUNT)
                               MOVE "Y"
                                   TO BT-RADIUS-FLAG(WS-BRANCH-COUNT)
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

           130-OPEN-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-AUDIT-TIMESTAMP(1:6) TO WS-AUDIT-CURR-YYYYMM
               SUBTRACT 1 FROM WS-AUDIT-WORK-MM
           END-IF.

      ****************************************************
      * OPERATOR SIGN-ON.  A BLANK USER ID ENDS THE        *
      * SESSION; SO DO WS-SIGNON-MAX-TRIES FAILED TRIES AT *
      * THIS PANEL.  EVERY ATTEMPT IS WRITTEN TO THE AUDIT *
      * LOG, AND THE FAILED-ATTEMPT COUNT AND LOCKED FLAG  *
      * ARE CARRIED ON THE OPERATOR FILE SO A LOCKOUT      *
      * OUTLIVES THE SESSION.                              *
      ****************************************************
           160-OPERATOR-SIGNON.
           MOVE SPACES TO WS-OPER-ID
           MOVE "N" TO WS-SIGNON-SWITCH
           PERFORM 162-LOAD-OPERATOR-TABLE
           IF WS-OPER-COUNT = ZERO
               DISPLAY "NO OPERATOR FILE (zip_operators.txt) - "
                   "SIGN-ON IS NOT POSSIBLE."
          ACCEPT DUMMY-PAUSE
           ELSE
               MOVE SPACES TO WS-PANEL-MSG
               MOVE ZERO TO WS-SIGNON-TRIES
               MOVE "N" TO WS-PANEL-STATE
               PERFORM UNTIL OPERATOR-SIGNED-ON OR PANEL-CANCELLED
                   MOVE SPACES TO WS-SIGNON-ID-STAGE
                   MOVE SPACES TO WS-SIGNON-PASS-STAGE
                   DISPLAY SIGNON-SCREEN
                   ACCEPT SIGNON-SCREEN
                   IF WS-SIGNON-ID-STAGE = SPACES
                       MOVE "C" TO WS-PANEL-STATE
                   ELSE
                       PERFORM 164-CHECK-SIGNON
                       IF NOT OPERATOR-SIGNED-ON
                           AND WS-SIGNON-TRIES >= WS-SIGNON-MAX-TRIES
                           display " " erase screen
                           DISPLAY FUNCTION TRIM(WS-PANEL-MSG)
                           DISPLAY "SIGN-ON ATTEMPTS EXHAUSTED."
          ACCEPT DUMMY-PAUSE
                           MOVE "C" TO WS-PANEL-STATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           display " " erase screen.

           162-LOAD-OPERATOR-TABLE.
           MOVE ZERO TO WS-OPER-COUNT
           MOVE "N" TO WS-OPER-TABLE-FULL-SWITCH
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS = "00"
               MOVE "N" TO WS-OPER-EOF-SWITCH
               READ OPERATOR-FILE
                   AT END SET OPERATOR-EOF-REACHED TO TRUE
               END-READ
           PERFORM UNTIL OPERATOR-EOF-REACHED
                       OR WS-OPER-COUNT = WS-OPER-MAX-TABLE-SIZE
               IF OPER-USER-ID NOT = SPACES
                   ADD 1 TO WS-OPER-COUNT
                   MOVE OPERATOR-RECORD
                       TO WS-OPER-ENTRY(WS-OPER-COUNT)
                   IF OPER-FAILED-COUNT IS NOT NUMERIC
                       MOVE ZERO TO OPT-FAILED-COUNT(WS-OPER-COUNT)
                   END-IF
               END-IF
               READ OPERATOR-FILE
                   AT END SET OPERATOR-EOF-REACHED TO TRUE
               END-READ
           END-PERFORM
               IF NOT OPERATOR-EOF-REACHED
                   DISPLAY "WARNING - OPERATOR TABLE FULL AT "
                       WS-OPER-MAX-TABLE-SIZE
                       " RECORDS, FILE NOT FULLY LOADED."
                   SET OPERATOR-TABLE-FULL TO TRUE
               END-IF
               CLOSE OPERATOR-FILE
           END-IF.

           164-CHECK-SIGNON.
           ADD 1 TO WS-SIGNON-TRIES
           MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID-STAGE)
               TO WS-SIGNON-ID-STAGE
           MOVE "N" TO WS-OPER-FOUND-SWITCH
           MOVE ZERO TO WS-ROLE-IX
           SET XO TO 1
           SEARCH WS-OPER-ENTRY
               AT END
                   CONTINUE
               WHEN OPT-USER-ID(XO) = WS-SIGNON-ID-STAGE
                   SET OPERATOR-ID-FOUND TO TRUE
           END-SEARCH
           IF OPERATOR-ID-FOUND
               PERFORM 168-FIND-OPERATOR-ROLE
           END-IF
           MOVE "SIGN-ON REJECTED" TO WS-AUDIT-SEARCH-TYPE
           MOVE SPACES TO WS-AUDIT-SEARCH-VALUE
           EVALUATE TRUE
               WHEN NOT OPERATOR-ID-FOUND
                   MOVE "INVALID USER ID OR PASSWORD." TO WS-PANEL-MSG
                   STRING WS-SIGNON-ID-STAGE " UNKNOWN ID"
                       DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                   END-STRING
               WHEN OPT-LOCKED-FLAG(XO) = "Y"
                   MOVE "USER ID IS LOCKED - SEE YOUR SUPERVISOR."
                       TO WS-PANEL-MSG
                   STRING WS-SIGNON-ID-STAGE " LOCKED"
                       DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                   END-STRING
               WHEN OPT-ACTIVE-FLAG(XO) NOT = "Y"
                   MOVE "USER ID IS NOT ACTIVE." TO WS-PANEL-MSG
                   STRING WS-SIGNON-ID-STAGE " INACTIVE"
                       DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                   END-STRING
               WHEN OPT-PASSWORD(XO) NOT = WS-SIGNON-PASS-STAGE
                   ADD 1 TO OPT-FAILED-COUNT(XO)
                   IF OPT-FAILED-COUNT(XO) >= WS-SIGNON-MAX-TRIES
                       MOVE "Y" TO OPT-LOCKED-FLAG(XO)
                   END-IF
                   PERFORM 166-REWRITE-OPERATOR-FILE
                   IF OPT-LOCKED-FLAG(XO) = "Y"
                       MOVE "TOO MANY FAILED ATTEMPTS - USER ID LOCKED."
                           TO WS-PANEL-MSG
                   ELSE
                       MOVE "INVALID USER ID OR PASSWORD."
                           TO WS-PANEL-MSG
                   END-IF
                   STRING WS-SIGNON-ID-STAGE " BAD PASSWORD"
                       DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                   END-STRING
               WHEN WS-ROLE-IX = ZERO
                   MOVE "NO MENU ROLE IS SET UP FOR THIS USER ID."
                       TO WS-PANEL-MSG
                   STRING WS-SIGNON-ID-STAGE " NO ROLE"
                       DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                   END-STRING
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                   MOVE ZERO TO OPT-FAILED-COUNT(XO)
                   MOVE WS-AUDIT-TIMESTAMP(1:14)
                       TO OPT-LAST-SIGNON(XO)
                   PERFORM 166-REWRITE-OPERATOR-FILE
                   IF OPT-LOCKED-FLAG(XO) = "Y"
                       MOVE "USER ID IS LOCKED - SEE YOUR SUPERVISOR."
                           TO WS-PANEL-MSG
                       STRING WS-SIGNON-ID-STAGE " LOCKED"
                           DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                       END-STRING
                   ELSE
                       MOVE OPT-USER-ID(XO) TO WS-OPER-ID
                       MOVE WS-ROLE-NAME(WS-ROLE-IX) TO WS-OPER-ROLE
                       MOVE WS-ROLE-OPTIONS(WS-ROLE-IX)
                           TO WS-OPER-OPTIONS
                       MOVE OPT-INITIALS(XO) TO WS-OPER-INITIALS
                       IF WS-OPER-INITIALS = SPACES
                           MOVE WS-OPER-ID(1:3) TO WS-OPER-INITIALS
                       END-IF
                       SET OPERATOR-SIGNED-ON TO TRUE
                       MOVE "OPERATOR SIGN-ON" TO WS-AUDIT-SEARCH-TYPE
                       MOVE WS-OPER-ROLE TO WS-AUDIT-SEARCH-VALUE
                   END-IF
           END-EVALUATE
           PERFORM 950-WRITE-AUDIT-LOG.

      ****************************************************
      * THE OPERATOR FILE IS RE-READ JUST BEFORE IT IS     *
      * REWRITTEN SO THAT ONLY THE SIGNING-ON OPERATOR'S   *
      * FAILED COUNT, LOCKED FLAG AND LAST SIGN-ON CHANGE. *
      * EVERY OTHER LINE GOES BACK AS IT WAS READ.  A LOCK *
      * ALREADY ON THE FILE IS NEVER CLEARED HERE, AND IS  *
      * HANDED BACK TO 164 IN OPT-LOCKED-FLAG(XO).         *
      ****************************************************
           166-REWRITE-OPERATOR-FILE.
           MOVE "Y" TO WS-OPER-REWRITE-SWITCH
           IF OPERATOR-TABLE-FULL
               DISPLAY "WARNING - OPERATOR TABLE FULL, SIGN-ON "
                   "CHANGES NOT SAVED TO zip_operators.txt."
               MOVE "N" TO WS-OPER-REWRITE-SWITCH
           ELSE
               PERFORM 167-RELOAD-OPERATOR-LINES
           END-IF
           IF OPERATOR-REWRITE-OK
               OPEN OUTPUT OPERATOR-FILE
               IF WS-OPER-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING - OPERATOR FILE NOT UPDATED, "
                       "OPEN STATUS " WS-OPER-FILE-STATUS "."
               ELSE
                   MOVE ZERO TO WS-OPER-LINE-IX
                   PERFORM UNTIL WS-OPER-LINE-IX = WS-OPER-LINE-COUNT
                           OR NOT OPERATOR-REWRITE-OK
                       ADD 1 TO WS-OPER-LINE-IX
                       MOVE WS-OPER-LINE(WS-OPER-LINE-IX)
                           TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
                       IF WS-OPER-FILE-STATUS NOT = "00"
                           DISPLAY "WARNING - OPERATOR FILE WRITE "
                               "FAILED AT LINE " WS-OPER-LINE-IX
                               ", STATUS " WS-OPER-FILE-STATUS "."
                           MOVE "N" TO WS-OPER-REWRITE-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE OPERATOR-FILE
               END-IF
           END-IF.

           167-RELOAD-OPERATOR-LINES.
           MOVE ZERO TO WS-OPER-LINE-COUNT
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - OPERATOR FILE NOT UPDATED, "
                   "OPEN STATUS " WS-OPER-FILE-STATUS "."
               MOVE "N" TO WS-OPER-REWRITE-SWITCH
           ELSE
               MOVE "N" TO WS-OPER-EOF-SWITCH
               READ OPERATOR-FILE
                   AT END SET OPERATOR-EOF-REACHED TO TRUE
               END-READ
           PERFORM UNTIL OPERATOR-EOF-REACHED
                       OR NOT OPERATOR-REWRITE-OK
               IF WS-OPER-LINE-COUNT = WS-OPER-LINE-MAX
                   DISPLAY "WARNING - OPERATOR FILE OVER "
                       WS-OPER-LINE-MAX " LINES, SIGN-ON CHANGES "
                       "NOT SAVED."
                   MOVE "N" TO WS-OPER-REWRITE-SWITCH
               ELSE
                   IF OPER-USER-ID = OPT-USER-ID(XO)
                       IF OPER-LOCKED-FLAG = "Y"
                           MOVE "Y" TO OPT-LOCKED-FLAG(XO)
                       ELSE
                           MOVE OPT-FAILED-COUNT(XO)
                               TO OPER-FAILED-COUNT
                           MOVE OPT-LOCKED-FLAG(XO)
                               TO OPER-LOCKED-FLAG
                           MOVE OPT-LAST-SIGNON(XO)
                               TO OPER-LAST-SIGNON
                       END-IF
                   END-IF
                   ADD 1 TO WS-OPER-LINE-COUNT
                   MOVE OPERATOR-RECORD
                       TO WS-OPER-LINE(WS-OPER-LINE-COUNT)
                   READ OPERATOR-FILE
                       AT END SET OPERATOR-EOF-REACHED TO TRUE
                   END-READ
               END-IF
           END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

           168-FIND-OPERATOR-ROLE.
           MOVE ZERO TO WS-ROLE-IX
          PERFORM VARYING WS-ROLE-SCAN-IX FROM 1 BY 1
            UNTIL WS-ROLE-SCAN-IX > WS-ROLE-COUNT
               IF WS-ROLE-NAME(WS-ROLE-SCAN-IX) =
                   FUNCTION UPPER-CASE(OPT-ROLE(XO))
                   MOVE WS-ROLE-SCAN-IX TO WS-ROLE-IX
               END-IF
          END-PERFORM.

      ****************************************************
      * PACK THE SIGNED-ON ROLE'S OPTIONS INTO THE MENU    *
      * LINES, DOWN THE LEFT COLUMN AND THEN THE RIGHT.    *
      ****************************************************
           170-BUILD-ROLE-MENU.
           MOVE SPACES TO WS-MENU-LINES-AREA
           MOVE ZERO TO WS-MENU-SLOT
          PERFORM VARYING WS-MENU-OPTION-IX FROM 1 BY 1
            UNTIL WS-MENU-OPTION-IX > WS-MENU-OPTION-COUNT
               IF WS-OPER-OPTIONS(WS-MENU-OPTION-IX:1) = "Y"
                   ADD 1 TO WS-MENU-SLOT
                   MOVE WS-MENU-OPTION-TEXT(WS-MENU-OPTION-IX)
                       TO WS-MENU-LINE(WS-MENU-SLOT)
               END-IF
          END-PERFORM
           MOVE SPACES TO WS-MENU-OPER-LINE
           STRING "OPERATOR: " WS-OPER-ID "   ROLE: " WS-OPER-ROLE
               DELIMITED BY SIZE INTO WS-MENU-OPER-LINE
           END-STRING.

           200-ZIP-SEARCH.
           MOVE SPACES TO WS-PANEL-MSG
           MOVE SPACES TO ZIPCODE-INPUT-STAGE
           MOVE "N" TO WS-PANEL-STATE
           PERFORM UNTIL PANEL-INPUT-OK OR PANEL-CANCELLED
               DISPLAY ZIP-INPUT-SCREEN
               ACCEPT ZIP-INPUT-SCREEN
               IF ZIPCODE-INPUT-STAGE = SPACES
                   MOVE "C" TO WS-PANEL-STATE
               ELSE
               IF FUNCTION TRIM(ZIPCODE-INPUT-STAGE) IS NOT NUMERIC
                   MOVE "INVALID ZIP CODE - MUST BE 5 DIGITS."
                       TO WS-PANEL-MSG
               ELSE
                   MOVE "V" TO WS-PANEL-STATE
               END-IF
               END-IF
           END-PERFORM
           IF PANEL-INPUT-OK
               MOVE "ZIP CODE SEARCH" TO WS-AUDIT-SEARCH-TYPE
               MOVE ZIPCODE-INPUT-STAGE TO WS-AUDIT-SEARCH-VALUE
               PERFORM 950-WRITE-AUDIT-LOG
               MOVE ZIPCODE-INPUT-STAGE TO ZIPCODE-INPUT
               MOVE ZERO TO WS-RESULT-COUNT
               MOVE "ZIP CODE SEARCH RESULTS" TO WS-PAGE-TITLE
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       MOVE SPACES TO WS-RESULT-TEXT
                       STRING "ZIP CODE " ZIPCODE-INPUT " NOT FOUND."
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                       END-STRING
                       PERFORM 1120-ADD-RESULT-LINE
                   WHEN ZIP-CODE-IN(X1) = ZIPCODE-INPUT
                       MOVE ZIP-DATA-TABLE(X1) TO WS-ZIPCODE
                       PERFORM 1130-ADD-ZIPCODE-RESULT
                       IF WS-ALIAS-COUNT > 0
                           PERFORM 257-ADD-ALIAS-RESULTS
                       END-IF
                       IF WS-BRANCH-COUNT > 0
                           PERFORM 256-ADD-BRANCH-RESULT
                       END-IF
                       IF WS-REF-COUNT > 0
                           PERFORM 230-ADD-REFERENCE-RESULT
                       END-IF
                       PERFORM 250-WRITE-CSV-RESULT
                       IF WS-ZIP4-COUNT > 0
                           PERFORM 255-ZIP4-DETAIL-LOOKUP
                       END-IF
               END-SEARCH
               PERFORM 1100-PAGE-RESULTS
           END-IF
          display " " erase screen
          MOVE 0 TO SEARCH-TYPE-INPUT.

           250-WRITE-CSV-RESULT.
               PERFORM 240-LOOKUP-ZIP-REFERENCE
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING ZIP-CODE-IN(X1)              DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(PLACE-NAME-IN(X1)) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(STATE-CODE-IN(X1)) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(COUNTY-NAME-IN(X1)) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(LAT-IN(X1))        DELIMITED BY SIZE
                   END-IF
               END-IF.

      ****************************************************
      * OWNING BRANCH AND ITS DISTANCE FOR THE ZIP-DATA-   *
      * TABLE ROW X1 POINTS AT.                            *
      ****************************************************
           256-ADD-BRANCH-RESULT.
               PERFORM 692-FIND-OWNING-BRANCH
               MOVE SPACES TO WS-RESULT-TEXT
               IF WS-BRANCH-OWNER-ROW = ZERO
                   MOVE "  BRANCH: NONE - ZIP HAS NO COORDINATES"
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-BRANCH-OWNER-MILES TO WS-DIST-MILES-EDIT
                   STRING "  BRANCH: "
                       BT-BRANCH-ID(WS-BRANCH-OWNER-ROW) " "
                       BT-BRANCH-NAME(WS-BRANCH-OWNER-ROW) " "
                       WS-DIST-MILES-EDIT " MI"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   END-STRING
                   IF NOT ZIP-IN-SERVICE-AREA
                       MOVE " OUTSIDE RADIUS" TO WS-RESULT-TEXT(55:15)
                   END-IF
               END-IF
               PERFORM 1120-ADD-RESULT-LINE.

      ****************************************************
      * ALIASES FOR THE ZIP-DATA-TABLE ROW X1 POINTS AT,   *
      * ONE RESULT LINE EACH UNDER THE MAIN RESULT.        *
      ****************************************************
           257-ADD-ALIAS-RESULTS.
               MOVE ZIP-CODE-IN(X1) TO WS-ALIAS-ZIP
               PERFORM 157-FIND-ZIP-ALIASES
               IF WS-ALIAS-FIRST-ROW > 0
          PERFORM VARYING WS-ALIAS-ROW FROM WS-ALIAS-FIRST-ROW BY 1
            UNTIL WS-ALIAS-ROW > WS-ALIAS-COUNT
               OR AL-ZIP-CODE(WS-ALIAS-ROW) NOT = WS-ALIAS-ZIP
               PERFORM 258-FORMAT-ALIAS-FLAGS
               MOVE SPACES TO WS-RESULT-TEXT
               STRING "  ALSO KNOWN AS: " AL-ALIAS-NAME(WS-ALIAS-ROW)
                   " " WS-ALIAS-FLAG-TEXT
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 1120-ADD-RESULT-LINE
          END-PERFORM
               END-IF.

           258-FORMAT-ALIAS-FLAGS.
               IF ALIAS-ACCEPTABLE(WS-ALIAS-ROW)
                   MOVE "ACCEPTABLE" TO WS-ALIAS-FLAG-TEXT
               ELSE
                   MOVE "NOT ACCEPTABLE" TO WS-ALIAS-FLAG-TEXT
               END-IF
               IF ALIAS-PREFERRED(WS-ALIAS-ROW)
                   MOVE "ACCEPTABLE, PREFERRED" TO WS-ALIAS-FLAG-TEXT
               END-IF.

           270-WRITE-CSV-ZIP4-RESULT.
               MOVE SPACES TO CSV-OUTPUT-RECORD
               STRING ZIP-CODE-IN(X1)              DELIMITED BY SIZE
               END-STRING
               WRITE ROUTE-SHEET-RECORD.

      ****************************************************
      * BRANCH SERVICE-AREA ASSIGNMENT.  EVERY ZIP ON THE  *
      * TABLE IS GIVEN ITS OWNING BRANCH (692), WRITTEN TO *
      * THE ASSIGNMENT FILE, AND TALLIED FOR THE LOAD      *
      * REPORT: PER BRANCH, ONE LINE PER STATE WITH ZIP    *
      * COUNT, COUNTY COUNT, AVERAGE AND MAXIMUM MILES,    *
      * THEN A BRANCH TOTAL.  THE ZIPS OUTSIDE EVERY       *
      * BRANCH'S RADIUS, AND THOSE WITH NO COORDINATES,    *
      * ARE LISTED FROM THE ASSIGNMENT FILE AT THE END.    *
      ****************************************************
           690-BRANCH-ASSIGNMENT.
               IF WS-BRANCH-COUNT = ZERO
                   DISPLAY "NO BRANCHES LOADED (zip_branches.txt)."
               ELSE
                   MOVE "BRANCH ASSIGNMENT" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "ALL ZIP CODES" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   PERFORM 691-RUN-BRANCH-ASSIGNMENT
                   DISPLAY "BRANCH ASSIGNMENT COMPLETE - "
                       WS-BRANCH-ASSIGNED " ZIPS ASSIGNED, "
                       WS-BRANCH-OUTSIDE " OUTSIDE EVERY RADIUS."
                   DISPLAY "ASSIGNMENTS ARE zip_branch_assign.txt, "
                       "REPORT IS zip_branch_load_report.txt."
               END-IF
          ACCEPT DUMMY-PAUSE
          display " " erase screen
          MOVE 0 TO SEARCH-TYPE-INPUT.

           691-RUN-BRANCH-ASSIGNMENT.
               OPEN OUTPUT BRANCH-ASSIGN-FILE
               OPEN OUTPUT BRANCH-LOAD-REPORT-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-BRANCH-RUN-DATE
               MOVE ZERO TO WS-BRANCH-PAGE-NO
               MOVE ZERO TO WS-BRANCH-ZIP-COUNT
               MOVE ZERO TO WS-BRANCH-ASSIGNED
               MOVE ZERO TO WS-BRANCH-OUTSIDE
               MOVE ZERO TO WS-BRANCH-NO-COORDS
               MOVE ZERO TO WS-BRANCH-WORK-COUNT
          PERFORM VARYING X1 FROM 1 BY 1
            UNTIL X1 > WS-RECORD-COUNT
               ADD 1 TO WS-BRANCH-ZIP-COUNT
               PERFORM 692-FIND-OWNING-BRANCH
               MOVE SPACES TO BRANCH-ASSIGN-RECORD
               MOVE ZIP-CODE-IN(X1) TO BA-ZIP-CODE
               IF WS-BRANCH-OWNER-ROW = ZERO
                   ADD 1 TO WS-BRANCH-NO-COORDS
               ELSE
                   ADD 1 TO WS-BRANCH-ASSIGNED
                   MOVE BT-BRANCH-ID(WS-BRANCH-OWNER-ROW)
                       TO BA-BRANCH-ID
                   MOVE WS-BRANCH-OWNER-MILES TO BA-MILES
                   IF ZIP-IN-SERVICE-AREA
                       MOVE "Y" TO BA-IN-AREA-FLAG
                   ELSE
                       MOVE "N" TO BA-IN-AREA-FLAG
                       ADD 1 TO WS-BRANCH-OUTSIDE
                   END-IF
                   ADD 1 TO WS-BRANCH-WORK-COUNT
                   MOVE BT-BRANCH-ID(WS-BRANCH-OWNER-ROW)
                       TO BW-BRANCH-ID(WS-BRANCH-WORK-COUNT)
                   MOVE STATE-CODE-IN(X1)
                       TO BW-STATE-CODE(WS-BRANCH-WORK-COUNT)
                   MOVE COUNTY-NAME-IN(X1)
                       TO BW-COUNTY-NAME(WS-BRANCH-WORK-COUNT)
                   MOVE WS-BRANCH-OWNER-MILES
                       TO BW-MILES(WS-BRANCH-WORK-COUNT)
               END-IF
               WRITE BRANCH-ASSIGN-RECORD
          END-PERFORM
               CLOSE BRANCH-ASSIGN-FILE
               IF WS-BRANCH-WORK-COUNT > 0
                   SORT WS-BRANCH-WORK
                       ASCENDING KEY BW-BRANCH-ID BW-STATE-CODE
                           BW-COUNTY-NAME
               END-IF
               PERFORM 694-BRANCH-PAGE-HEADING
               MOVE 1 TO WS-BRANCH-WORK-ROW
          PERFORM VARYING XB FROM 1 BY 1
            UNTIL XB > WS-BRANCH-COUNT
               PERFORM 695-BRANCH-LOAD-SECTION
          END-PERFORM
               PERFORM 697-LIST-OUTSIDE-ZIPS
               PERFORM 698-WRITE-BRANCH-TOTALS
               CLOSE BRANCH-LOAD-REPORT-FILE.

      ****************************************************
      * OWNING BRANCH FOR THE ZIP-DATA-TABLE ROW X1 POINTS *
      * AT: THE NEAREST BRANCH WHOSE RADIUS REACHES IT     *
      * (ZIP-IN-SERVICE-AREA), ELSE THE NEAREST BRANCH     *
      * OVERALL.  WS-BRANCH-OWNER-ROW IS ZERO WHEN THE ZIP *
      * HAS NO COORDINATES.                                *
      ****************************************************
           692-FIND-OWNING-BRANCH.
               MOVE ZERO TO WS-BRANCH-NEAR-ROW
               MOVE ZERO TO WS-BRANCH-COVER-ROW
               MOVE ZERO TO WS-BRANCH-OWNER-ROW
               MOVE ZERO TO WS-BRANCH-OWNER-MILES
               MOVE "N" TO WS-BRANCH-AREA-SWITCH
               IF LAT-IN(X1) NOT = SPACES AND LON-IN(X1) NOT = SPACES
                   COMPUTE WS-DIST-LAT-1 =
                       FUNCTION NUMVAL(LAT-IN(X1))
                   COMPUTE WS-DIST-LON-1 =
                       FUNCTION NUMVAL(LON-IN(X1))
          PERFORM VARYING XB FROM 1 BY 1
            UNTIL XB > WS-BRANCH-COUNT
               MOVE BT-LAT(XB) TO WS-DIST-LAT-2
               MOVE BT-LON(XB) TO WS-DIST-LON-2
               PERFORM 610-COMPUTE-DISTANCE-MILES
               IF WS-BRANCH-NEAR-ROW = ZERO
                   OR WS-DIST-MILES < WS-BRANCH-NEAR-MILES
                   SET WS-BRANCH-NEAR-ROW TO XB
                   MOVE WS-DIST-MILES TO WS-BRANCH-NEAR-MILES
               END-IF
               IF NOT BRANCH-HAS-RADIUS(XB)
                   OR WS-DIST-MILES NOT > BT-MAX-RADIUS(XB)
                   IF WS-BRANCH-COVER-ROW = ZERO
                       OR WS-DIST-MILES < WS-BRANCH-COVER-MILES
                       SET WS-BRANCH-COVER-ROW TO XB
                       MOVE WS-DIST-MILES TO WS-BRANCH-COVER-MILES
                   END-IF
               END-IF
          END-PERFORM
                   IF WS-BRANCH-COVER-ROW > ZERO
                       SET ZIP-IN-SERVICE-AREA TO TRUE
                       MOVE WS-BRANCH-COVER-ROW TO WS-BRANCH-OWNER-ROW
                       MOVE WS-BRANCH-COVER-MILES
                           TO WS-BRANCH-OWNER-MILES
                   ELSE
                       MOVE WS-BRANCH-NEAR-ROW TO WS-BRANCH-OWNER-ROW
                       MOVE WS-BRANCH-NEAR-MILES
                           TO WS-BRANCH-OWNER-MILES
                   END-IF
               END-IF.

           693-WRITE-BRANCH-LINE.
               IF WS-BRANCH-LINE-COUNT NOT < WS-NATL-LINES-PER-PAGE
                   PERFORM 694-BRANCH-PAGE-HEADING
               END-IF
               MOVE WS-BRANCH-DETAIL TO BRANCH-LOAD-REPORT-RECORD
               WRITE BRANCH-LOAD-REPORT-RECORD
               ADD 1 TO WS-BRANCH-LINE-COUNT.

           694-BRANCH-PAGE-HEADING.
               ADD 1 TO WS-BRANCH-PAGE-NO
               MOVE SPACES TO BRANCH-LOAD-REPORT-RECORD
               STRING "BRANCH SERVICE-AREA LOAD REPORT"
                   "    RUN DATE " WS-BRANCH-RUN-DATE
                   "    PAGE " WS-BRANCH-PAGE-NO
                   DELIMITED BY SIZE INTO BRANCH-LOAD-REPORT-RECORD
               END-STRING
               WRITE BRANCH-LOAD-REPORT-RECORD
               MOVE SPACES TO BRANCH-LOAD-REPORT-RECORD
               WRITE BRANCH-LOAD-REPORT-RECORD
               MOVE 2 TO WS-BRANCH-LINE-COUNT.

      ****************************************************
      * ONE BRANCH (XB).  THE SORTED WORK ROWS FOR THE     *
      * BRANCH ARE CONSUMED FROM WS-BRANCH-WORK-ROW WITH A *
      * STATE BREAK, COUNTING A COUNTY EACH TIME THE       *
      * COUNTY NAME CHANGES WITHIN THE STATE.              *
      ****************************************************
           695-BRANCH-LOAD-SECTION.
               MOVE SPACES TO WS-BRANCH-DETAIL
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE SPACES TO WS-BRANCH-DETAIL
               IF BRANCH-HAS-RADIUS(XB)
                   STRING "BRANCH " BT-BRANCH-ID(XB) " "
                       BT-BRANCH-NAME(XB) " HOME ZIP "
                       BT-HOME-ZIP(XB) " RADIUS "
                       BT-MAX-RADIUS(XB) " MI"
                       DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
                   END-STRING
               ELSE
                   STRING "BRANCH " BT-BRANCH-ID(XB) " "
                       BT-BRANCH-NAME(XB) " HOME ZIP "
                       BT-HOME-ZIP(XB) " NO RADIUS LIMIT"
                       DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
                   END-STRING
               END-IF
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE "  ST   ZIPS COUNTIES  AVG MILES  MAX MILES"
                   TO WS-BRANCH-DETAIL
               PERFORM 693-WRITE-BRANCH-LINE
               INITIALIZE WS-BRANCH-BR-TOTALS
               MOVE "ALL" TO WS-BRBT-STATE
               INITIALIZE WS-BRANCH-ST-TOTALS
               MOVE SPACES TO WS-BRANCH-LAST-STATE
          PERFORM UNTIL WS-BRANCH-WORK-ROW > WS-BRANCH-WORK-COUNT
               OR BW-BRANCH-ID(WS-BRANCH-WORK-ROW)
                   NOT = BT-BRANCH-ID(XB)
               IF BW-STATE-CODE(WS-BRANCH-WORK-ROW)
                       NOT = WS-BRANCH-LAST-STATE
                   IF WS-BRST-ZIPS > 0
                       MOVE WS-BRANCH-ST-TOTALS TO WS-BRANCH-LINE-TOTALS
                       PERFORM 696-WRITE-LOAD-LINE
                   END-IF
                   INITIALIZE WS-BRANCH-ST-TOTALS
                   MOVE BW-STATE-CODE(WS-BRANCH-WORK-ROW)
                       TO WS-BRANCH-LAST-STATE
                   MOVE BW-STATE-CODE(WS-BRANCH-WORK-ROW)
                       TO WS-BRST-STATE
                   MOVE SPACES TO WS-BRANCH-LAST-COUNTY
               END-IF
               IF BW-COUNTY-NAME(WS-BRANCH-WORK-ROW)
                       NOT = WS-BRANCH-LAST-COUNTY
                   ADD 1 TO WS-BRST-COUNTIES
                   ADD 1 TO WS-BRBT-COUNTIES
                   MOVE BW-COUNTY-NAME(WS-BRANCH-WORK-ROW)
                       TO WS-BRANCH-LAST-COUNTY
               END-IF
               ADD 1 TO WS-BRST-ZIPS
               ADD 1 TO WS-BRBT-ZIPS
               ADD BW-MILES(WS-BRANCH-WORK-ROW) TO WS-BRST-MILES
               ADD BW-MILES(WS-BRANCH-WORK-ROW) TO WS-BRBT-MILES
               IF BW-MILES(WS-BRANCH-WORK-ROW) > WS-BRST-MAX
                   MOVE BW-MILES(WS-BRANCH-WORK-ROW) TO WS-BRST-MAX
               END-IF
               IF BW-MILES(WS-BRANCH-WORK-ROW) > WS-BRBT-MAX
                   MOVE BW-MILES(WS-BRANCH-WORK-ROW) TO WS-BRBT-MAX
               END-IF
               ADD 1 TO WS-BRANCH-WORK-ROW
          END-PERFORM
               IF WS-BRBT-ZIPS = ZERO
                   MOVE "  NO ZIP CODES ASSIGNED" TO WS-BRANCH-DETAIL
                   PERFORM 693-WRITE-BRANCH-LINE
               ELSE
                   MOVE WS-BRANCH-ST-TOTALS TO WS-BRANCH-LINE-TOTALS
                   PERFORM 696-WRITE-LOAD-LINE
                   MOVE WS-BRANCH-BR-TOTALS TO WS-BRANCH-LINE-TOTALS
                   PERFORM 696-WRITE-LOAD-LINE
               END-IF.

           696-WRITE-LOAD-LINE.
               COMPUTE WS-BRANCH-AVG-MILES ROUNDED =
                   WS-BRLN-MILES / WS-BRLN-ZIPS
               MOVE WS-BRANCH-AVG-MILES TO WS-BRANCH-AVG-EDIT
               MOVE WS-BRLN-MAX TO WS-BRANCH-MAX-EDIT
               MOVE SPACES TO WS-BRANCH-DETAIL
               STRING "  " WS-BRLN-STATE " " WS-BRLN-ZIPS "    "
                   WS-BRLN-COUNTIES "   " WS-BRANCH-AVG-EDIT "   "
                   WS-BRANCH-MAX-EDIT
                   DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
               END-STRING
               PERFORM 693-WRITE-BRANCH-LINE.

      ****************************************************
      * ZIPS OUTSIDE EVERY BRANCH'S RADIUS (IN-AREA FLAG   *
      * N) AND ZIPS WITH NO COORDINATES (NO BRANCH), READ  *
      * BACK FROM THE ASSIGNMENT FILE JUST WRITTEN.        *
      ****************************************************
           697-LIST-OUTSIDE-ZIPS.
               PERFORM 694-BRANCH-PAGE-HEADING
               MOVE "ZIP CODES OUTSIDE EVERY BRANCH'S SERVICE RADIUS"
                   TO WS-BRANCH-DETAIL
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE "  ZIP   PLACE                   ST NEAREST  MILES"
                   TO WS-BRANCH-DETAIL
               PERFORM 693-WRITE-BRANCH-LINE
               OPEN INPUT BRANCH-ASSIGN-FILE
               MOVE "N" TO WS-BRANCH-EOF-SWITCH
               READ BRANCH-ASSIGN-FILE
                   AT END SET END-OF-BRANCH-FILE TO TRUE
               END-READ
          PERFORM UNTIL END-OF-BRANCH-FILE
               IF BA-BRANCH-ID = SPACES OR BA-IN-AREA-FLAG = "N"
                   SEARCH ALL ZIP-DATA-TABLE
                       AT END
                           CONTINUE
                       WHEN ZIP-CODE-IN(X1) = BA-ZIP-CODE
                           MOVE SPACES TO WS-BRANCH-DETAIL
                           STRING "  " BA-ZIP-CODE " "
                               PLACE-NAME-IN(X1) " "
                               STATE-CODE-IN(X1) " "
                               DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
                           END-STRING
                           IF BA-BRANCH-ID = SPACES
                               MOVE "NO COORDINATES"
                                   TO WS-BRANCH-DETAIL(39:14)
                           ELSE
                               MOVE BA-BRANCH-ID
                                   TO WS-BRANCH-DETAIL(39:6)
                               MOVE BA-MILES
                                   TO WS-BRANCH-DETAIL(45:8)
                           END-IF
                           PERFORM 693-WRITE-BRANCH-LINE
                   END-SEARCH
               END-IF
               READ BRANCH-ASSIGN-FILE
                   AT END SET END-OF-BRANCH-FILE TO TRUE
               END-READ
          END-PERFORM
               CLOSE BRANCH-ASSIGN-FILE.

           698-WRITE-BRANCH-TOTALS.
               MOVE SPACES TO WS-BRANCH-DETAIL
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE SPACES TO WS-BRANCH-DETAIL
               STRING "BRANCHES:                 " WS-BRANCH-COUNT
                   DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
               END-STRING
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE SPACES TO WS-BRANCH-DETAIL
               STRING "ZIP CODES READ:           " WS-BRANCH-ZIP-COUNT
                   DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
               END-STRING
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE SPACES TO WS-BRANCH-DETAIL
               STRING "ZIP CODES ASSIGNED:       " WS-BRANCH-ASSIGNED
                   DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
               END-STRING
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE SPACES TO WS-BRANCH-DETAIL
               STRING "OUTSIDE EVERY RADIUS:     " WS-BRANCH-OUTSIDE
                   DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
               END-STRING
               PERFORM 693-WRITE-BRANCH-LINE
               MOVE SPACES TO WS-BRANCH-DETAIL
               STRING "NO COORDINATES:           " WS-BRANCH-NO-COORDS
                   DELIMITED BY SIZE INTO WS-BRANCH-DETAIL
               END-STRING
               PERFORM 693-WRITE-BRANCH-LINE.

           700-BATCH-MODE.
               PERFORM 705-READ-CHECKPOINT
               OPEN INPUT TRANSACTION-FILE
                       PERFORM 745-BATCH-COORD-SEARCH
                   WHEN "X"
                       PERFORM 755-BATCH-EXTRACT
                   WHEN "B"
                       PERFORM 757-BATCH-BRANCH-ASSIGN
                   WHEN OTHER
                       MOVE "INVTYP" TO WS-BATCH-REJECT-CODE
               END-EVALUATE
                   SET BATCH-TRANS-MATCHED TO TRUE
               END-IF
          END-PERFORM
                   IF WS-ALIAS-COUNT > 0
                       PERFORM 742-BATCH-ALIAS-MATCHES
                   END-IF
               END-IF.

      ****************************************************
      * ALIAS MATCHES FOR THE BATCH PLACE SEARCH, WITH THE *
      * SAME ONE-LINE-PER-ZIP RULE AS 910.                 *
      ****************************************************
           742-BATCH-ALIAS-MATCHES.
               MOVE ZERO TO WS-ALIAS-LAST-ZIP
          PERFORM VARYING WS-ALIAS-ROW FROM 1 BY 1
            UNTIL WS-ALIAS-ROW > WS-ALIAS-COUNT
               IF AL-ZIP-CODE(WS-ALIAS-ROW) NOT = WS-ALIAS-LAST-ZIP
                   MOVE AL-ALIAS-NAME(WS-ALIAS-ROW)
                       TO WS-PLACE-TEST-NAME
                   PERFORM 905-MATCH-PLACE-TEXT
                   IF PLACE-NAME-FOUND
                       SEARCH ALL ZIP-DATA-TABLE
                           AT END
                               CONTINUE
                           WHEN ZIP-CODE-IN(X1) =
                                   AL-ZIP-CODE(WS-ALIAS-ROW)
                               MOVE PLACE-NAME-IN(X1)
                                   TO WS-PLACE-TEST-NAME
                               PERFORM 905-MATCH-PLACE-TEXT
                               IF NOT PLACE-NAME-FOUND
                                   MOVE AL-ZIP-CODE(WS-ALIAS-ROW)
                                       TO WS-ALIAS-LAST-ZIP
                                   MOVE ZIP-DATA-TABLE(X1)
                                       TO BATCH-REPORT-RECORD
                                   WRITE BATCH-REPORT-RECORD
                                   SET BATCH-TRANS-MATCHED TO TRUE
                               END-IF
                       END-SEARCH
                   END-IF
               END-IF
          END-PERFORM.

           745-BATCH-COORD-SEARCH.
               IF FUNCTION TEST-NUMVAL(TRANS-COORD-LAT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(TRANS-COORD-LON) NOT = 0
                   SET BATCH-TRANS-MATCHED TO TRUE
               END-IF.

           757-BATCH-BRANCH-ASSIGN.
               IF WS-BRANCH-COUNT > 0
                   MOVE "BRANCH ASSIGNMENT" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "BATCH RUN" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   PERFORM 691-RUN-BRANCH-ASSIGNMENT
                   MOVE SPACES TO BATCH-REPORT-RECORD
                   STRING "BRANCHES ASSIGNED " WS-BRANCH-ASSIGNED
                       " ZIPS, " WS-BRANCH-OUTSIDE " OUTSIDE RADIUS, "
                       WS-BRANCH-NO-COORDS " NO COORDINATES"
                       DELIMITED BY SIZE INTO BATCH-REPORT-RECORD
                   END-STRING
                   WRITE BATCH-REPORT-RECORD
                   SET BATCH-TRANS-MATCHED TO TRUE
               END-IF.

           720-EXPAND-BATCH-STATE-MATCHES.
               SET WS-SI-POS TO XS
               MOVE WS-SI-POS TO WS-SI-START
                   MOVE ZERO TO WS-ADDR-AMBIG-COUNT
                   MOVE ZERO TO WS-ADDR-NOMTCH-COUNT
                   MOVE ZERO TO WS-ADDR-INVAL-COUNT
                   MOVE ZERO TO WS-ADDR-ALIAS-COUNT
                   MOVE "N" TO WS-ADDR-EOF-SWITCH
                   READ ADDRESS-IN-FILE
                       AT END SET ADDRESS-EOF-REACHED TO TRUE
                       TO WS-ADDR-ZIP-HOLD
                   MOVE "N" TO WS-ADDR-ZIP-ON-FILE-SW
                   MOVE "N" TO WS-ADDR-MATCH-SWITCH
                   MOVE "N" TO WS-ALIAS-FOUND-SWITCH
                   SEARCH ALL ZIP-DATA-TABLE
                       AT END
                           CONTINUE
                               SET ADDR-RECORD-MATCHES TO TRUE
                           END-IF
                   END-SEARCH
                   IF ADDR-ZIP-ON-FILE
                       AND NOT ADDR-RECORD-MATCHES
                       AND WS-ALIAS-COUNT > 0
                       AND STATE-CODE-IN(X1)(1:2) = WS-ADDR-STATE-HOLD
                       PERFORM 766-CHECK-ADDRESS-ALIAS
                   END-IF
                   IF ADDR-RECORD-MATCHES
                       ADD 1 TO WS-ADDR-OK-COUNT
                   ELSE
                               DELIMITED BY SIZE
                               INTO ADDR-VERIFY-REPORT-RECORD
                           END-STRING
                           IF ALIAS-NAME-FOUND
                               WRITE ADDR-VERIFY-REPORT-RECORD
                               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
                               STRING "  NOT AN ACCEPTABLE ALIAS - "
                                   "PREFERRED NAME IS "
                                   WS-ALIAS-PREFERRED-NAME
                                   DELIMITED BY SIZE
                                   INTO ADDR-VERIFY-REPORT-RECORD
                               END-STRING
                           END-IF
                       ELSE
                           STRING "ZIP NOT ON FILE: " ADDR-ZIP-CODE
                               " " ADDR-PLACE-NAME " "
                   MOVE WS-ADDR-SCAN-ROW TO WS-ADDR-CAND-ROW
               END-IF
          END-PERFORM
               IF WS-ALIAS-COUNT > 0
                   PERFORM 765-SUGGEST-FROM-ALIASES
               END-IF
               EVALUATE WS-ADDR-CAND-COUNT
                   WHEN 0
                       ADD 1 TO WS-ADDR-NOMTCH-COUNT
                       WRITE ADDR-VERIFY-REPORT-RECORD
               END-EVALUATE.

      ****************************************************
      * ACCEPTABLE ALIASES COUNT AS CANDIDATES FOR THE     *
      * PLACE+STATE, UNLESS THE MASTER NAME IS THE SAME    *
      * (THE MASTER SCAN ALREADY COUNTED THAT ZIP).        *
      ****************************************************
           765-SUGGEST-FROM-ALIASES.
          PERFORM VARYING WS-ALIAS-ROW FROM 1 BY 1
            UNTIL WS-ALIAS-ROW > WS-ALIAS-COUNT
               IF ALIAS-ACCEPTABLE(WS-ALIAS-ROW)
                   AND FUNCTION UPPER-CASE(AL-ALIAS-NAME(WS-ALIAS-ROW))
                       = WS-ADDR-PLACE-HOLD
                   SEARCH ALL ZIP-DATA-TABLE
                       AT END
                           CONTINUE
                       WHEN ZIP-CODE-IN(X1) = AL-ZIP-CODE(WS-ALIAS-ROW)
                           IF STATE-CODE-IN(X1)(1:2)
                                   = WS-ADDR-STATE-HOLD
                               AND FUNCTION UPPER-CASE
                                   (PLACE-NAME-IN(X1))
                                   NOT = WS-ADDR-PLACE-HOLD
                               ADD 1 TO WS-ADDR-CAND-COUNT
                               SET WS-ADDR-CAND-ROW TO X1
                           END-IF
                   END-SEARCH
               END-IF
          END-PERFORM.

      ****************************************************
      * THE ADDRESS PLACE DID NOT MATCH THE MASTER NAME    *
      * FOR ITS ZIP (X1).  AN ACCEPTABLE ALIAS OF THAT ZIP *
      * COUNTS AS A MATCH AND THE PREFERRED NAME GOES ON   *
      * THE REPORT; A NOT-ACCEPTABLE ALIAS LEAVES THE      *
      * RECORD FLAGGED (762 REPORTS IT).                   *
      ****************************************************
           766-CHECK-ADDRESS-ALIAS.
               MOVE WS-ADDR-ZIP-HOLD TO WS-ALIAS-ZIP
               PERFORM 157-FIND-ZIP-ALIASES
               IF WS-ALIAS-FIRST-ROW > 0
          PERFORM VARYING WS-ALIAS-ROW FROM WS-ALIAS-FIRST-ROW BY 1
            UNTIL WS-ALIAS-ROW > WS-ALIAS-COUNT
               OR AL-ZIP-CODE(WS-ALIAS-ROW) NOT = WS-ALIAS-ZIP
               OR ALIAS-NAME-FOUND
               IF FUNCTION UPPER-CASE(AL-ALIAS-NAME(WS-ALIAS-ROW))
                       = WS-ADDR-PLACE-HOLD
                   SET ALIAS-NAME-FOUND TO TRUE
                   MOVE WS-ALIAS-ROW TO WS-ALIAS-FOUND-ROW
               END-IF
          END-PERFORM
               END-IF
               IF ALIAS-NAME-FOUND
                   MOVE PLACE-NAME-IN(X1) TO WS-ALIAS-PREFERRED-NAME
                   PERFORM 158-FIND-PREFERRED-NAME
                   IF ALIAS-ACCEPTABLE(WS-ALIAS-FOUND-ROW)
                       SET ADDR-RECORD-MATCHES TO TRUE
                       ADD 1 TO WS-ADDR-ALIAS-COUNT
                       MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
                       STRING "ALIAS USED: " ADDR-ZIP-CODE " "
                           ADDR-PLACE-NAME " " ADDR-STATE-CODE
                           " - PREFERRED NAME IS "
                           WS-ALIAS-PREFERRED-NAME
                           DELIMITED BY SIZE
                           INTO ADDR-VERIFY-REPORT-RECORD
                       END-STRING
                       WRITE ADDR-VERIFY-REPORT-RECORD
                   END-IF
               END-IF.

           768-WRITE-ADDR-TOTALS.
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE "ADDRESS VERIFICATION CONTROL SUMMARY"
                   TO ADDR-VERIFY-REPORT-RECORD
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               STRING "RECORDS READ:          " WS-ADDR-READ-COUNT
                   DELIMITED BY SIZE INTO ADDR-VERIFY-REPORT-RECORD
               END-STRING
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               STRING "RECORDS VERIFIED OK:   " WS-ADDR-OK-COUNT
                   DELIMITED BY SIZE INTO ADDR-VERIFY-REPORT-RECORD
               END-STRING
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               STRING "RECORDS FLAGGED:       " WS-ADDR-FLAG-COUNT
                   DELIMITED BY SIZE INTO ADDR-VERIFY-REPORT-RECORD
               END-STRING
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               STRING "ZIPS NOT NUMERIC:      " WS-ADDR-INVAL-COUNT
                   DELIMITED BY SIZE INTO ADDR-VERIFY-REPORT-RECORD
               END-STRING
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               STRING "PLACES NOT ON FILE:    " WS-ADDR-NOMTCH-COUNT
                   DELIMITED BY SIZE INTO ADDR-VERIFY-REPORT-RECORD
               END-STRING
               WRITE ADDR-VERIFY-REPORT-RECORD
               MOVE SPACES TO ADDR-VERIFY-REPORT-RECORD
               STRING "VERIFIED ON AN ALIAS:  " WS-ADDR-ALIAS-COUNT
                   DELIMITED BY SIZE INTO ADDR-VERIFY-REPORT-RECORD
               END-STRING
               WRITE ADDR-VERIFY-REPORT-RECORD.

           800-STATE-SUMMARY-REPORT.
                       ADD 1 TO WS-PLACE-MATCH-COUNT
                   END-IF
          END-PERFORM
                   IF WS-ALIAS-COUNT > 0
                       PERFORM 910-PLACE-ALIAS-SEARCH
                   END-IF
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "FOUND " WS-PLACE-MATCH-COUNT " MATCHES."
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-IF
               MOVE 0 TO SEARCH-TYPE-INPUT.

      ****************************************************
      * SUBSTRING TEST OF PLACE-INPUT AGAINST              *
      * WS-PLACE-TEST-NAME, THE SAME WAY THE MASTER SCAN   *
      * DOES IT.  SETS PLACE-NAME-FOUND.                   *
      ****************************************************
           905-MATCH-PLACE-TEXT.
               MOVE "N" TO WS-PLACE-FOUND-SWITCH
          PERFORM VARYING WS-PLACE-START-POS FROM 1 BY 1
            UNTIL WS-PLACE-START-POS > WS-PLACE-LAST-START
              OR PLACE-NAME-FOUND
                   IF FUNCTION UPPER-CASE(WS-PLACE-TEST-NAME)
                       (WS-PLACE-START-POS:WS-PLACE-SEARCH-LEN) =
                       PLACE-INPUT(1:WS-PLACE-SEARCH-LEN) THEN
                       SET PLACE-NAME-FOUND TO TRUE
                   END-IF
          END-PERFORM.

      ****************************************************
      * ALIAS PASS OF THE PLACE SEARCH.  A ZIP WHOSE       *
      * MASTER NAME ALREADY MATCHED IS NOT LISTED AGAIN,   *
      * AND A ZIP IS LISTED ONCE HOWEVER MANY OF ITS       *
      * ALIASES MATCH.                                     *
      ****************************************************
           910-PLACE-ALIAS-SEARCH.
               MOVE ZERO TO WS-ALIAS-LAST-ZIP
          PERFORM VARYING WS-ALIAS-ROW FROM 1 BY 1
            UNTIL WS-ALIAS-ROW > WS-ALIAS-COUNT
               IF AL-ZIP-CODE(WS-ALIAS-ROW) NOT = WS-ALIAS-LAST-ZIP
                   MOVE AL-ALIAS-NAME(WS-ALIAS-ROW)
                       TO WS-PLACE-TEST-NAME
                   PERFORM 905-MATCH-PLACE-TEXT
                   IF PLACE-NAME-FOUND
                       PERFORM 912-LIST-ALIAS-MATCH
                   END-IF
               END-IF
          END-PERFORM.

           912-LIST-ALIAS-MATCH.
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       CONTINUE
                   WHEN ZIP-CODE-IN(X1) = AL-ZIP-CODE(WS-ALIAS-ROW)
                       MOVE PLACE-NAME-IN(X1) TO WS-PLACE-TEST-NAME
                       PERFORM 905-MATCH-PLACE-TEXT
                       IF NOT PLACE-NAME-FOUND
                           MOVE AL-ZIP-CODE(WS-ALIAS-ROW)
                               TO WS-ALIAS-LAST-ZIP
                           MOVE ZIP-DATA-TABLE(X1) TO WS-ZIPCODE
                           PERFORM 1130-ADD-ZIPCODE-RESULT
                           PERFORM 258-FORMAT-ALIAS-FLAGS
                           MOVE SPACES TO WS-RESULT-TEXT
                           STRING "  MATCHED ALIAS: "
                               AL-ALIAS-NAME(WS-ALIAS-ROW) " "
                               WS-ALIAS-FLAG-TEXT
                               DELIMITED BY SIZE INTO WS-RESULT-TEXT
                           END-STRING
                           PERFORM 1120-ADD-RESULT-LINE
                           PERFORM 250-WRITE-CSV-RESULT
                           ADD 1 TO WS-PLACE-MATCH-COUNT
                       END-IF
               END-SEARCH.

           810-TALLY-COUNTY.
               MOVE "N" TO WS-COUNTY-FOUND-SWITCH
          PERFORM VARYING X2 FROM 1 BY 1
               END-STRING
               PERFORM 824-WRITE-NATL-LINE.

      ****************************************************
      * CUSTOMER DENSITY AND MARKET PENETRATION RUN.       *
      ****************************************************
           840-CUSTOMER-DENSITY.
               OPEN INPUT CUSTOMER-IN-FILE
               IF WS-CUST-FILE-STATUS NOT = "00"
                   DISPLAY "NO CUSTOMER INPUT FILE FOUND ("
                       FUNCTION TRIM(WS-CUST-IN-PATH) ")."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "CUSTOMER DENSITY" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "CUSTOMER FILE RUN" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   PERFORM 841-COUNT-CUSTOMERS
                   CLOSE CUSTOMER-IN-FILE
                   PERFORM 844-ROLL-UP-DENSITY
                   OPEN OUTPUT DENSITY-REPORT-FILE
                   OPEN OUTPUT DENSITY-CSV-FILE
                   MOVE FUNCTION CURRENT-DATE TO WS-DENS-RUN-DATE
                   MOVE ZERO TO WS-DENS-PAGE-NO
                   PERFORM 846-DENSITY-SUMMARY
                   PERFORM 847-RANK-STATES
                   PERFORM 848-RANK-COUNTIES
                   PERFORM 849-STATE-PENETRATION
                   PERFORM 850-COUNTY-COVERAGE
                   PERFORM 853-DENSITY-EXCEPTIONS
                   PERFORM 854-WRITE-DENSITY-CSV
                   CLOSE DENSITY-REPORT-FILE
                   CLOSE DENSITY-CSV-FILE
                   DISPLAY "CUSTOMER DENSITY COMPLETE - "
                       WS-DENS-CUST-MATCHED " CUSTOMERS MATCHED, "
                       WS-DENS-CUST-EXCP " NOT ON MASTER."
                   DISPLAY "REPORT IS zip_density_report.txt, CSV IS "
                       FUNCTION TRIM(WS-DENS-CSV-PATH) "."
               END-IF
               IF NOT UNATTENDED-DENSITY-RUN
          ACCEPT DUMMY-PAUSE
          display " " erase screen
               END-IF
          MOVE 0 TO SEARCH-TYPE-INPUT.

           841-COUNT-CUSTOMERS.
               MOVE ZERO TO WS-DENS-RUN-COUNTS
               MOVE ZERO TO WS-DENS-EXCP-COUNT
               MOVE "N" TO WS-DENS-EXCP-FULL-SWITCH
          PERFORM VARYING WS-DENS-ROW FROM 1 BY 1
            UNTIL WS-DENS-ROW > WS-RECORD-COUNT
               MOVE ZERO TO DZ-CUSTOMERS(WS-DENS-ROW)
          END-PERFORM
               MOVE "N" TO WS-CUST-EOF-SWITCH
               READ CUSTOMER-IN-FILE
                   AT END SET END-OF-CUSTOMER-FILE TO TRUE
               END-READ
          PERFORM UNTIL END-OF-CUSTOMER-FILE
               IF CUSTOMER-IN-RECORD NOT = SPACES
                   PERFORM 842-COUNT-ONE-CUSTOMER
               END-IF
               READ CUSTOMER-IN-FILE
                   AT END SET END-OF-CUSTOMER-FILE TO TRUE
               END-READ
          END-PERFORM.

           842-COUNT-ONE-CUSTOMER.
               ADD 1 TO WS-DENS-CUST-READ
               MOVE "N" TO WS-DENS-FOUND-SWITCH
               IF CU-IN-ZIP-CODE IS NUMERIC
                   MOVE CU-IN-ZIP-CODE TO WS-DENS-ZIP
                   SEARCH ALL ZIP-DATA-TABLE
                       AT END
                           CONTINUE
                       WHEN ZIP-CODE-IN(X1) = WS-DENS-ZIP
                           SET WS-DENS-ROW TO X1
                           SET DENS-ZIP-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF DENS-ZIP-FOUND
                   ADD 1 TO WS-DENS-CUST-MATCHED
                   ADD 1 TO DZ-CUSTOMERS(WS-DENS-ROW)
               ELSE
                   ADD 1 TO WS-DENS-CUST-EXCP
                   PERFORM 843-TALLY-EXCEPTION-ZIP
               END-IF.

           843-TALLY-EXCEPTION-ZIP.
               MOVE ZERO TO WS-DENS-EXCP-ROW
          PERFORM VARYING WS-DENS-SCAN-ROW FROM 1 BY 1
            UNTIL WS-DENS-SCAN-ROW > WS-DENS-EXCP-COUNT
               OR WS-DENS-EXCP-ROW > 0
               IF DX-ZIP-CODE(WS-DENS-SCAN-ROW) = CU-IN-ZIP-CODE
                   MOVE WS-DENS-SCAN-ROW TO WS-DENS-EXCP-ROW
               END-IF
          END-PERFORM
               IF WS-DENS-EXCP-ROW > 0
                   ADD 1 TO DX-CUSTOMERS(WS-DENS-EXCP-ROW)
               ELSE
                   IF WS-DENS-EXCP-COUNT < WS-DENS-EXCP-MAX
                       ADD 1 TO WS-DENS-EXCP-COUNT
                       MOVE CU-IN-ZIP-CODE
                           TO DX-ZIP-CODE(WS-DENS-EXCP-COUNT)
                       MOVE 1 TO DX-CUSTOMERS(WS-DENS-EXCP-COUNT)
                   ELSE
                       SET DENS-EXCP-OVERFLOW TO TRUE
                   END-IF
               END-IF.

      ****************************************************
      * ROLL THE ZIP COUNTS UP.  THE WORK TABLE IS SORTED  *
      * BY STATE, COUNTY AND ZIP SO EACH COUNTY'S ZIPS ARE *
      * ONE RUN OF ROWS STARTING AT DC-FIRST-ROW.          *
      ****************************************************
           844-ROLL-UP-DENSITY.
               MOVE ZERO TO WS-DENS-WORK-COUNT
          PERFORM VARYING WS-DENS-ROW FROM 1 BY 1
            UNTIL WS-DENS-ROW > WS-RECORD-COUNT
               ADD 1 TO WS-DENS-WORK-COUNT
               MOVE STATE-CODE-IN(WS-DENS-ROW)
                   TO DW-STATE-CODE(WS-DENS-WORK-COUNT)
               MOVE COUNTY-NAME-IN(WS-DENS-ROW)
                   TO DW-COUNTY-NAME(WS-DENS-WORK-COUNT)
               MOVE ZIP-CODE-IN(WS-DENS-ROW)
                   TO DW-ZIP-CODE(WS-DENS-WORK-COUNT)
               MOVE DZ-CUSTOMERS(WS-DENS-ROW)
                   TO DW-CUSTOMERS(WS-DENS-WORK-COUNT)
          END-PERFORM
               IF WS-DENS-WORK-COUNT > 0
                   SORT WS-DENS-WORK
                       ASCENDING KEY DW-STATE-CODE DW-COUNTY-NAME
                           DW-ZIP-CODE
               END-IF
               MOVE ZERO TO WS-DENS-COUNTY-COUNT
               MOVE ZERO TO WS-DENS-STATE-COUNT
               MOVE "N" TO WS-DENS-OVERFLOW-SWITCH
          PERFORM VARYING WS-DENS-ROW FROM 1 BY 1
            UNTIL WS-DENS-ROW > WS-DENS-WORK-COUNT
               PERFORM 845-ROLL-UP-ONE-ZIP
          END-PERFORM.

           845-ROLL-UP-ONE-ZIP.
               IF WS-DENS-STATE-COUNT = 0
                   OR DW-STATE-CODE(WS-DENS-ROW)
                       NOT = DS-STATE-CODE(WS-DENS-STATE-COUNT)
                   IF WS-DENS-STATE-COUNT < WS-DENS-STATE-MAX
                       ADD 1 TO WS-DENS-STATE-COUNT
                       MOVE WS-DENS-STATE-COUNT TO WS-DENS-STATE-ROW
                       MOVE DW-STATE-CODE(WS-DENS-ROW)
                           TO DS-STATE-CODE(WS-DENS-STATE-ROW)
                       MOVE ZERO TO DS-ZIPS(WS-DENS-STATE-ROW)
                       MOVE ZERO TO DS-COVERED(WS-DENS-STATE-ROW)
                       MOVE ZERO TO DS-COUNTIES(WS-DENS-STATE-ROW)
                       MOVE ZERO TO DS-CNTY-COVERED(WS-DENS-STATE-ROW)
                       MOVE ZERO TO DS-CUSTOMERS(WS-DENS-STATE-ROW)
                       MOVE "N" TO DS-RANKED(WS-DENS-STATE-ROW)
                   ELSE
                       MOVE ZERO TO WS-DENS-STATE-ROW
                   END-IF
               END-IF
               IF WS-DENS-COUNTY-COUNT = 0
                   OR DW-STATE-CODE(WS-DENS-ROW)
                       NOT = DC-STATE-CODE(WS-DENS-COUNTY-COUNT)
                   OR DW-COUNTY-NAME(WS-DENS-ROW)
                       NOT = DC-COUNTY-NAME(WS-DENS-COUNTY-COUNT)
                   IF WS-DENS-COUNTY-COUNT < WS-DENS-COUNTY-MAX
                       ADD 1 TO WS-DENS-COUNTY-COUNT
                       MOVE WS-DENS-COUNTY-COUNT TO WS-DENS-COUNTY-ROW
                       MOVE DW-STATE-CODE(WS-DENS-ROW)
                           TO DC-STATE-CODE(WS-DENS-COUNTY-ROW)
                       MOVE DW-COUNTY-NAME(WS-DENS-ROW)
                           TO DC-COUNTY-NAME(WS-DENS-COUNTY-ROW)
                       MOVE WS-DENS-ROW
                           TO DC-FIRST-ROW(WS-DENS-COUNTY-ROW)
                       MOVE ZERO TO DC-ZIPS(WS-DENS-COUNTY-ROW)
                       MOVE ZERO TO DC-COVERED(WS-DENS-COUNTY-ROW)
                       MOVE ZERO TO DC-CUSTOMERS(WS-DENS-COUNTY-ROW)
                       MOVE "N" TO DC-RANKED(WS-DENS-COUNTY-ROW)
                       IF WS-DENS-STATE-ROW > 0
                           ADD 1 TO DS-COUNTIES(WS-DENS-STATE-ROW)
                       END-IF
                   ELSE
                       SET DENS-COUNTY-OVERFLOW TO TRUE
                       MOVE ZERO TO WS-DENS-COUNTY-ROW
                   END-IF
               END-IF
               IF DW-CUSTOMERS(WS-DENS-ROW) > 0
                   ADD 1 TO WS-DENS-ZIPS-COVERED
               END-IF
               IF WS-DENS-STATE-ROW > 0
                   ADD 1 TO DS-ZIPS(WS-DENS-STATE-ROW)
                   ADD DW-CUSTOMERS(WS-DENS-ROW)
                       TO DS-CUSTOMERS(WS-DENS-STATE-ROW)
                   IF DW-CUSTOMERS(WS-DENS-ROW) > 0
                       ADD 1 TO DS-COVERED(WS-DENS-STATE-ROW)
                       IF DS-COVERED(WS-DENS-STATE-ROW) = 1
                           ADD 1 TO WS-DENS-ST-COVERED
                       END-IF
                   END-IF
               END-IF
               IF WS-DENS-COUNTY-ROW > 0
                   ADD 1 TO DC-ZIPS(WS-DENS-COUNTY-ROW)
                   ADD DW-CUSTOMERS(WS-DENS-ROW)
                       TO DC-CUSTOMERS(WS-DENS-COUNTY-ROW)
                   IF DW-CUSTOMERS(WS-DENS-ROW) > 0
                       ADD 1 TO DC-COVERED(WS-DENS-COUNTY-ROW)
                       IF DC-COVERED(WS-DENS-COUNTY-ROW) = 1
                           ADD 1 TO WS-DENS-CNTY-COVERED
                           IF WS-DENS-STATE-ROW > 0
                               ADD 1
                                 TO DS-CNTY-COVERED(WS-DENS-STATE-ROW)
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           846-DENSITY-SUMMARY.
               PERFORM 857-DENSITY-PAGE-HEADING
               MOVE "RUN SUMMARY" TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "CUSTOMER RECORDS READ:    " WS-DENS-CUST-READ
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "MATCHED TO THE MASTER:    " WS-DENS-CUST-MATCHED
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "ZIP NOT ON THE MASTER:    " WS-DENS-CUST-EXCP
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE WS-DENS-ZIPS-COVERED TO WS-DENS-PCT-PART
               MOVE WS-DENS-WORK-COUNT TO WS-DENS-PCT-WHOLE
               PERFORM 855-COMPUTE-DENSITY-PCT
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "ZIPS WITH CUSTOMERS:      " WS-DENS-ZIPS-COVERED
                   " OF " WS-DENS-WORK-COUNT " (" WS-DENS-PCT-EDIT "%)"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE WS-DENS-CNTY-COVERED TO WS-DENS-PCT-PART
               MOVE WS-DENS-COUNTY-COUNT TO WS-DENS-PCT-WHOLE
               PERFORM 855-COMPUTE-DENSITY-PCT
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "COUNTIES WITH CUSTOMERS:  " WS-DENS-CNTY-COVERED
                   " OF " WS-DENS-COUNTY-COUNT " (" WS-DENS-PCT-EDIT
                   "%)"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "STATES WITH CUSTOMERS:    " WS-DENS-ST-COVERED
                   " OF " WS-DENS-STATE-COUNT
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               IF DENS-COUNTY-OVERFLOW
                   MOVE "** COUNTY TABLE FULL - COUNTY LINES INCOMPLETE"
                       TO WS-DENS-DETAIL
                   PERFORM 856-WRITE-DENSITY-LINE
               END-IF.

      ****************************************************
      * TOP STATES AND COUNTIES BY CUSTOMER COUNT.  EACH   *
      * PASS PICKS THE LARGEST NOT YET RANKED; A TIE GOES  *
      * TO THE ONE FIRST IN STATE/COUNTY ORDER.  SHARE IS  *
      * THE PERCENT OF ALL MATCHED CUSTOMERS.              *
      ****************************************************
           847-RANK-STATES.
               PERFORM 857-DENSITY-PAGE-HEADING
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "TOP " WS-DENS-TOP-STATES
                   " STATES BY CUSTOMERS"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "RANK  STATE  CUSTOMERS   SHARE    ZIPS  "
                   "COVERED     PCT"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
          PERFORM VARYING WS-DENS-RANK FROM 1 BY 1
            UNTIL WS-DENS-RANK > WS-DENS-TOP-STATES
               MOVE ZERO TO WS-DENS-BEST-ROW
               MOVE ZERO TO WS-DENS-BEST-CUSTOMERS
          PERFORM VARYING WS-DENS-SCAN-ROW FROM 1 BY 1
            UNTIL WS-DENS-SCAN-ROW > WS-DENS-STATE-COUNT
               IF DS-RANKED(WS-DENS-SCAN-ROW) NOT = "Y"
                   AND DS-CUSTOMERS(WS-DENS-SCAN-ROW)
                       > WS-DENS-BEST-CUSTOMERS
                   MOVE WS-DENS-SCAN-ROW TO WS-DENS-BEST-ROW
                   MOVE DS-CUSTOMERS(WS-DENS-SCAN-ROW)
                       TO WS-DENS-BEST-CUSTOMERS
               END-IF
          END-PERFORM
               IF WS-DENS-BEST-ROW > 0
                   MOVE "Y" TO DS-RANKED(WS-DENS-BEST-ROW)
                   MOVE DS-CUSTOMERS(WS-DENS-BEST-ROW)
                       TO WS-DENS-PCT-PART
                   MOVE WS-DENS-CUST-MATCHED TO WS-DENS-PCT-WHOLE
                   PERFORM 855-COMPUTE-DENSITY-PCT
                   MOVE WS-DENS-PCT-EDIT TO WS-DENS-SHARE-EDIT
                   MOVE DS-COVERED(WS-DENS-BEST-ROW)
                       TO WS-DENS-PCT-PART
                   MOVE DS-ZIPS(WS-DENS-BEST-ROW) TO WS-DENS-PCT-WHOLE
                   PERFORM 855-COMPUTE-DENSITY-PCT
                   MOVE DS-CUSTOMERS(WS-DENS-BEST-ROW)
                       TO WS-DENS-CUST-EDIT
                   MOVE DS-ZIPS(WS-DENS-BEST-ROW) TO WS-DENS-ZIPS-EDIT
                   MOVE DS-COVERED(WS-DENS-BEST-ROW)
                       TO WS-DENS-COVERED-EDIT
                   MOVE SPACES TO WS-DENS-DETAIL
                   STRING "  " WS-DENS-RANK "   "
                       DS-STATE-CODE(WS-DENS-BEST-ROW) "   "
                       WS-DENS-CUST-EDIT "  " WS-DENS-SHARE-EDIT "%  "
                       WS-DENS-ZIPS-EDIT "    " WS-DENS-COVERED-EDIT
                       "  " WS-DENS-PCT-EDIT "%"
                       DELIMITED BY SIZE INTO WS-DENS-DETAIL
                   END-STRING
                   PERFORM 856-WRITE-DENSITY-LINE
               END-IF
          END-PERFORM.

           848-RANK-COUNTIES.
               PERFORM 857-DENSITY-PAGE-HEADING
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "TOP " WS-DENS-TOP-COUNTIES
                   " COUNTIES BY CUSTOMERS"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "RANK  COUNTY                      ST  "
                   "CUSTOMERS   SHARE    ZIPS  COVERED"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
          PERFORM VARYING WS-DENS-RANK FROM 1 BY 1
            UNTIL WS-DENS-RANK > WS-DENS-TOP-COUNTIES
               MOVE ZERO TO WS-DENS-BEST-ROW
               MOVE ZERO TO WS-DENS-BEST-CUSTOMERS
          PERFORM VARYING WS-DENS-SCAN-ROW FROM 1 BY 1
            UNTIL WS-DENS-SCAN-ROW > WS-DENS-COUNTY-COUNT
               IF DC-RANKED(WS-DENS-SCAN-ROW) NOT = "Y"
                   AND DC-CUSTOMERS(WS-DENS-SCAN-ROW)
                       > WS-DENS-BEST-CUSTOMERS
                   MOVE WS-DENS-SCAN-ROW TO WS-DENS-BEST-ROW
                   MOVE DC-CUSTOMERS(WS-DENS-SCAN-ROW)
                       TO WS-DENS-BEST-CUSTOMERS
               END-IF
          END-PERFORM
               IF WS-DENS-BEST-ROW > 0
                   MOVE "Y" TO DC-RANKED(WS-DENS-BEST-ROW)
                   MOVE DC-CUSTOMERS(WS-DENS-BEST-ROW)
                       TO WS-DENS-PCT-PART
                   MOVE WS-DENS-CUST-MATCHED TO WS-DENS-PCT-WHOLE
                   PERFORM 855-COMPUTE-DENSITY-PCT
                   MOVE DC-CUSTOMERS(WS-DENS-BEST-ROW)
                       TO WS-DENS-CUST-EDIT
                   MOVE DC-ZIPS(WS-DENS-BEST-ROW) TO WS-DENS-ZIPS-EDIT
                   MOVE DC-COVERED(WS-DENS-BEST-ROW)
                       TO WS-DENS-COVERED-EDIT
                   MOVE SPACES TO WS-DENS-DETAIL
                   STRING "  " WS-DENS-RANK "  "
                       DC-COUNTY-NAME(WS-DENS-BEST-ROW) " "
                       DC-STATE-CODE(WS-DENS-BEST-ROW) " "
                       WS-DENS-CUST-EDIT "  " WS-DENS-PCT-EDIT "%  "
                       WS-DENS-ZIPS-EDIT "    " WS-DENS-COVERED-EDIT
                       DELIMITED BY SIZE INTO WS-DENS-DETAIL
                   END-STRING
                   PERFORM 856-WRITE-DENSITY-LINE
               END-IF
          END-PERFORM.

      ****************************************************
      * SHARE OF EVERY STATE'S ZIPS (AND COUNTIES) THAT    *
      * HAVE AT LEAST ONE CUSTOMER, IN STATE CODE ORDER.   *
      ****************************************************
           849-STATE-PENETRATION.
               PERFORM 857-DENSITY-PAGE-HEADING
               MOVE "STATE PENETRATION" TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "STATE   ZIPS  COVERED     PCT  CUSTOMERS  "
                   "COUNTIES  COVERED"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
          PERFORM VARYING WS-DENS-STATE-ROW FROM 1 BY 1
            UNTIL WS-DENS-STATE-ROW > WS-DENS-STATE-COUNT
               MOVE DS-COVERED(WS-DENS-STATE-ROW) TO WS-DENS-PCT-PART
               MOVE DS-ZIPS(WS-DENS-STATE-ROW) TO WS-DENS-PCT-WHOLE
               PERFORM 855-COMPUTE-DENSITY-PCT
               MOVE DS-CUSTOMERS(WS-DENS-STATE-ROW) TO WS-DENS-CUST-EDIT
               MOVE DS-ZIPS(WS-DENS-STATE-ROW) TO WS-DENS-ZIPS-EDIT
               MOVE DS-COVERED(WS-DENS-STATE-ROW)
                   TO WS-DENS-COVERED-EDIT
               MOVE DS-COUNTIES(WS-DENS-STATE-ROW) TO WS-DENS-CNTY-EDIT
               MOVE DS-CNTY-COVERED(WS-DENS-STATE-ROW)
                   TO WS-DENS-CNTY-COV-EDIT
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "  " DS-STATE-CODE(WS-DENS-STATE-ROW) " "
                   WS-DENS-ZIPS-EDIT "    " WS-DENS-COVERED-EDIT
                   "  " WS-DENS-PCT-EDIT "%    " WS-DENS-CUST-EDIT
                   "      " WS-DENS-CNTY-EDIT
                   "     " WS-DENS-CNTY-COV-EDIT
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
          END-PERFORM.

      ****************************************************
      * FOR EACH COUNTY WITH CUSTOMERS, ITS COVERED ZIPS   *
      * (WITH CUSTOMER COUNTS) AND ITS UNCOVERED ZIPS.     *
      * COUNTIES WITH NO CUSTOMERS ARE ONLY COUNTED IN THE *
      * STATE PENETRATION FIGURES.                         *
      ****************************************************
           850-COUNTY-COVERAGE.
               PERFORM 857-DENSITY-PAGE-HEADING
               MOVE "COVERED AND UNCOVERED ZIPS BY COUNTY"
                   TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
          PERFORM VARYING WS-DENS-COUNTY-ROW FROM 1 BY 1
            UNTIL WS-DENS-COUNTY-ROW > WS-DENS-COUNTY-COUNT
               IF DC-CUSTOMERS(WS-DENS-COUNTY-ROW) > 0
                   PERFORM 851-LIST-COUNTY-ZIPS
               END-IF
          END-PERFORM.

           851-LIST-COUNTY-ZIPS.
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE DC-COVERED(WS-DENS-COUNTY-ROW) TO WS-DENS-PCT-PART
               MOVE DC-ZIPS(WS-DENS-COUNTY-ROW) TO WS-DENS-PCT-WHOLE
               PERFORM 855-COMPUTE-DENSITY-PCT
               MOVE SPACES TO WS-DENS-DETAIL
               STRING FUNCTION TRIM(DC-COUNTY-NAME(WS-DENS-COUNTY-ROW))
                   ", " DC-STATE-CODE(WS-DENS-COUNTY-ROW) "- "
                   DC-ZIPS(WS-DENS-COUNTY-ROW) " ZIPS, "
                   DC-COVERED(WS-DENS-COUNTY-ROW) " COVERED ("
                   WS-DENS-PCT-EDIT "%), "
                   DC-CUSTOMERS(WS-DENS-COUNTY-ROW) " CUSTOMERS"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE
               COMPUTE WS-DENS-LAST-ROW =
                   DC-FIRST-ROW(WS-DENS-COUNTY-ROW)
                       + DC-ZIPS(WS-DENS-COUNTY-ROW) - 1
               MOVE SPACES TO WS-DENS-DETAIL
               MOVE "  COVERED:" TO WS-DENS-DETAIL
               MOVE ZERO TO WS-DENS-SLOT
               MOVE 5 TO WS-DENS-SLOTS-PER-LINE
               MOVE 13 TO WS-DENS-SLOT-WIDTH
          PERFORM VARYING WS-DENS-SCAN-ROW
            FROM DC-FIRST-ROW(WS-DENS-COUNTY-ROW) BY 1
            UNTIL WS-DENS-SCAN-ROW > WS-DENS-LAST-ROW
               IF DW-CUSTOMERS(WS-DENS-SCAN-ROW) > 0
                   MOVE SPACES TO WS-DENS-ITEM
                   STRING DW-ZIP-CODE(WS-DENS-SCAN-ROW) "("
                       DW-CUSTOMERS(WS-DENS-SCAN-ROW) ")"
                       DELIMITED BY SIZE INTO WS-DENS-ITEM
                   END-STRING
                   PERFORM 852-ADD-DENSITY-ITEM
               END-IF
          END-PERFORM
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               MOVE "  UNCOVERED:" TO WS-DENS-DETAIL
               MOVE ZERO TO WS-DENS-SLOT
               MOVE 10 TO WS-DENS-SLOTS-PER-LINE
               MOVE 6 TO WS-DENS-SLOT-WIDTH
          PERFORM VARYING WS-DENS-SCAN-ROW
            FROM DC-FIRST-ROW(WS-DENS-COUNTY-ROW) BY 1
            UNTIL WS-DENS-SCAN-ROW > WS-DENS-LAST-ROW
               IF DW-CUSTOMERS(WS-DENS-SCAN-ROW) = 0
                   MOVE DW-ZIP-CODE(WS-DENS-SCAN-ROW) TO WS-DENS-ITEM
                   PERFORM 852-ADD-DENSITY-ITEM
               END-IF
          END-PERFORM
               IF DC-COVERED(WS-DENS-COUNTY-ROW)
                   = DC-ZIPS(WS-DENS-COUNTY-ROW)
                   MOVE "NONE" TO WS-DENS-DETAIL(15:4)
               END-IF
               PERFORM 856-WRITE-DENSITY-LINE.

           852-ADD-DENSITY-ITEM.
               IF WS-DENS-SLOT = WS-DENS-SLOTS-PER-LINE
                   PERFORM 856-WRITE-DENSITY-LINE
                   MOVE SPACES TO WS-DENS-DETAIL
                   MOVE ZERO TO WS-DENS-SLOT
               END-IF
               COMPUTE WS-DENS-COL =
                   15 + (WS-DENS-SLOT * WS-DENS-SLOT-WIDTH)
               MOVE WS-DENS-ITEM
                   TO WS-DENS-DETAIL(WS-DENS-COL:WS-DENS-SLOT-WIDTH)
               ADD 1 TO WS-DENS-SLOT.

           853-DENSITY-EXCEPTIONS.
               PERFORM 857-DENSITY-PAGE-HEADING
               MOVE "CUSTOMER ZIPS NOT ON THE MASTER" TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
          PERFORM VARYING WS-DENS-EXCP-ROW FROM 1 BY 1
            UNTIL WS-DENS-EXCP-ROW > WS-DENS-EXCP-COUNT
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "  ZIP " DX-ZIP-CODE(WS-DENS-EXCP-ROW) "  "
                   DX-CUSTOMERS(WS-DENS-EXCP-ROW) " CUSTOMERS"
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               IF DX-ZIP-CODE(WS-DENS-EXCP-ROW) IS NOT NUMERIC
                   MOVE "ZIP NOT NUMERIC" TO WS-DENS-DETAIL(35:15)
               ELSE
                   MOVE "NOT ON MASTER" TO WS-DENS-DETAIL(35:13)
               END-IF
               PERFORM 856-WRITE-DENSITY-LINE
          END-PERFORM
               IF WS-DENS-EXCP-COUNT = 0
                   MOVE "  NONE" TO WS-DENS-DETAIL
                   PERFORM 856-WRITE-DENSITY-LINE
               END-IF
               IF DENS-EXCP-OVERFLOW
                   MOVE "  ** EXCEPTION TABLE FULL - LIST INCOMPLETE **"
                       TO WS-DENS-DETAIL
                   PERFORM 856-WRITE-DENSITY-LINE
               END-IF
               MOVE SPACES TO WS-DENS-DETAIL
               PERFORM 856-WRITE-DENSITY-LINE
               MOVE SPACES TO WS-DENS-DETAIL
               STRING "CUSTOMERS NOT ON THE MASTER: " WS-DENS-CUST-EXCP
                   DELIMITED BY SIZE INTO WS-DENS-DETAIL
               END-STRING
               PERFORM 856-WRITE-DENSITY-LINE.

      ****************************************************
      * CSV FOR CHARTING: A ROW PER STATE (S), PER COUNTY  *
      * (C), PER ZIP WITH CUSTOMERS (Z) AND PER CUSTOMER   *
      * ZIP NOT ON THE MASTER (X).                         *
      ****************************************************
           854-WRITE-DENSITY-CSV.
          PERFORM VARYING WS-DENS-STATE-ROW FROM 1 BY 1
            UNTIL WS-DENS-STATE-ROW > WS-DENS-STATE-COUNT
               MOVE DS-COVERED(WS-DENS-STATE-ROW) TO WS-DENS-PCT-PART
               MOVE DS-ZIPS(WS-DENS-STATE-ROW) TO WS-DENS-PCT-WHOLE
               PERFORM 855-COMPUTE-DENSITY-PCT
               MOVE DS-CUSTOMERS(WS-DENS-STATE-ROW) TO WS-DENS-CUST-EDIT
               MOVE DS-ZIPS(WS-DENS-STATE-ROW) TO WS-DENS-ZIPS-EDIT
               MOVE DS-COVERED(WS-DENS-STATE-ROW)
                   TO WS-DENS-COVERED-EDIT
               MOVE SPACES TO DENSITY-CSV-RECORD
               STRING "S,"                          DELIMITED BY SIZE
                   FUNCTION TRIM(DS-STATE-CODE(WS-DENS-STATE-ROW))
                                                    DELIMITED BY SIZE
                   ",,,"                            DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-CUST-EDIT) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-ZIPS-EDIT) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-COVERED-EDIT)
                                                    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-PCT-EDIT)  DELIMITED BY SIZE
                   INTO DENSITY-CSV-RECORD
               END-STRING
               WRITE DENSITY-CSV-RECORD
          END-PERFORM
          PERFORM VARYING WS-DENS-COUNTY-ROW FROM 1 BY 1
            UNTIL WS-DENS-COUNTY-ROW > WS-DENS-COUNTY-COUNT
               MOVE DC-COVERED(WS-DENS-COUNTY-ROW) TO WS-DENS-PCT-PART
               MOVE DC-ZIPS(WS-DENS-COUNTY-ROW) TO WS-DENS-PCT-WHOLE
               PERFORM 855-COMPUTE-DENSITY-PCT
               MOVE DC-CUSTOMERS(WS-DENS-COUNTY-ROW)
                   TO WS-DENS-CUST-EDIT
               MOVE DC-ZIPS(WS-DENS-COUNTY-ROW) TO WS-DENS-ZIPS-EDIT
               MOVE DC-COVERED(WS-DENS-COUNTY-ROW)
                   TO WS-DENS-COVERED-EDIT
               MOVE SPACES TO DENSITY-CSV-RECORD
               STRING "C,"                          DELIMITED BY SIZE
                   FUNCTION TRIM(DC-STATE-CODE(WS-DENS-COUNTY-ROW))
                                                    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(DC-COUNTY-NAME(WS-DENS-COUNTY-ROW))
                                                    DELIMITED BY SIZE
                   ",,"                             DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-CUST-EDIT) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-ZIPS-EDIT) DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-COVERED-EDIT)
                                                    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-PCT-EDIT)  DELIMITED BY SIZE
                   INTO DENSITY-CSV-RECORD
               END-STRING
               WRITE DENSITY-CSV-RECORD
          END-PERFORM
          PERFORM VARYING WS-DENS-ROW FROM 1 BY 1
            UNTIL WS-DENS-ROW > WS-DENS-WORK-COUNT
               IF DW-CUSTOMERS(WS-DENS-ROW) > 0
                   MOVE DW-CUSTOMERS(WS-DENS-ROW) TO WS-DENS-CUST-EDIT
                   MOVE SPACES TO DENSITY-CSV-RECORD
                   STRING "Z,"                      DELIMITED BY SIZE
                       FUNCTION TRIM(DW-STATE-CODE(WS-DENS-ROW))
                                                    DELIMITED BY SIZE
                       ","                          DELIMITED BY SIZE
                       FUNCTION TRIM(DW-COUNTY-NAME(WS-DENS-ROW))
                                                    DELIMITED BY SIZE
                       ","                          DELIMITED BY SIZE
                       DW-ZIP-CODE(WS-DENS-ROW)     DELIMITED BY SIZE
                       ","                          DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DENS-CUST-EDIT)
                                                    DELIMITED BY SIZE
                       ",1,1,100.00"                DELIMITED BY SIZE
                       INTO DENSITY-CSV-RECORD
                   END-STRING
                   WRITE DENSITY-CSV-RECORD
               END-IF
          END-PERFORM
          PERFORM VARYING WS-DENS-EXCP-ROW FROM 1 BY 1
            UNTIL WS-DENS-EXCP-ROW > WS-DENS-EXCP-COUNT
               MOVE DX-CUSTOMERS(WS-DENS-EXCP-ROW) TO WS-DENS-CUST-EDIT
               MOVE SPACES TO DENSITY-CSV-RECORD
               STRING "X,,,"                        DELIMITED BY SIZE
                   FUNCTION TRIM(DX-ZIP-CODE(WS-DENS-EXCP-ROW))
                                                    DELIMITED BY SIZE
                   ","                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DENS-CUST-EDIT) DELIMITED BY SIZE
                   ",,,"                            DELIMITED BY SIZE
                   INTO DENSITY-CSV-RECORD
               END-STRING
               WRITE DENSITY-CSV-RECORD
          END-PERFORM.

           855-COMPUTE-DENSITY-PCT.
               IF WS-DENS-PCT-WHOLE = 0
                   MOVE ZERO TO WS-DENS-PCT
               ELSE
                   COMPUTE WS-DENS-PCT ROUNDED =
                       WS-DENS-PCT-PART * 100 / WS-DENS-PCT-WHOLE
               END-IF
               MOVE WS-DENS-PCT TO WS-DENS-PCT-EDIT.

           856-WRITE-DENSITY-LINE.
               IF WS-DENS-LINE-COUNT NOT < WS-NATL-LINES-PER-PAGE
                   PERFORM 857-DENSITY-PAGE-HEADING
               END-IF
               MOVE WS-DENS-DETAIL TO DENSITY-REPORT-RECORD
               WRITE DENSITY-REPORT-RECORD
               ADD 1 TO WS-DENS-LINE-COUNT.

           857-DENSITY-PAGE-HEADING.
               ADD 1 TO WS-DENS-PAGE-NO
               MOVE SPACES TO DENSITY-REPORT-RECORD
               STRING "CUSTOMER DENSITY AND PENETRATION REPORT"
                   "    RUN DATE " WS-DENS-RUN-DATE
                   "    PAGE " WS-DENS-PAGE-NO
                   DELIMITED BY SIZE INTO DENSITY-REPORT-RECORD
               END-STRING
               WRITE DENSITY-REPORT-RECORD
               MOVE SPACES TO DENSITY-REPORT-RECORD
               WRITE DENSITY-REPORT-RECORD
               MOVE 2 TO WS-DENS-LINE-COUNT.

      ****************************************************
      * CALL-WINDOW SCHEDULING RUN.  RETURN CODE 4 WHEN    *
      * ANY CONTACT WENT TO THE EXCEPTION LIST, 8 WHEN THE *
      * WINDOW OR CENTER ZONE IS BAD OR THERE IS NO        *
      * CONTACT FILE.                                      *
      ****************************************************
           860-CALL-WINDOW-SCHEDULE.
               PERFORM 861-EDIT-CALL-PARMS
               IF NOT CALL-PARMS-VALID
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF CALL-PARMS-VALID
                   OPEN INPUT CONTACT-IN-FILE
                   IF WS-CONTACT-FILE-STATUS NOT = "00"
                       DISPLAY "NO CONTACT INPUT FILE FOUND ("
                           FUNCTION TRIM(WS-CONTACT-IN-PATH) ")."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE "CALL SCHEDULE" TO WS-AUDIT-SEARCH-TYPE
                       MOVE "CONTACT FILE RUN" TO WS-AUDIT-SEARCH-VALUE
                       PERFORM 950-WRITE-AUDIT-LOG
                       IF WS-REF-COUNT = 0
                           DISPLAY "WARNING - NO zip_reference.prn "
                               "LOADED, NO CONTACT CAN BE SCHEDULED."
                       END-IF
                       OPEN OUTPUT CALL-EXCEPTION-FILE
                       PERFORM 862-READ-CONTACTS
                       CLOSE CONTACT-IN-FILE
                       CLOSE CALL-EXCEPTION-FILE
                       PERFORM 866-BUILD-CALL-WAVES
                       OPEN OUTPUT CALL-WAVE-FILE
                       PERFORM 868-WRITE-CALL-WAVES
                       CLOSE CALL-WAVE-FILE
                       OPEN OUTPUT CALL-REPORT-FILE
                       MOVE FUNCTION CURRENT-DATE TO WS-CALL-RUN-DATE
                       MOVE ZERO TO WS-CALL-PAGE-NO
                       PERFORM 869-CALL-SUMMARY
                       CLOSE CALL-REPORT-FILE
                       DISPLAY "CALL-WINDOW SCHEDULE COMPLETE - "
                           WS-CALL-SCHEDULED " CONTACTS IN "
                           WS-CALL-WAVE-COUNT " WAVES, "
                           WS-CALL-EXCEPTIONS " ON EXCEPTION LIST."
                       DISPLAY "WAVE FILE IS "
                           FUNCTION TRIM(WS-CALL-WAVE-PATH)
                           ", REPORT IS zip_call_report.txt."
                       IF WS-CALL-EXCEPTIONS > 0
                           DISPLAY "REVIEW zip_call_exceptions.txt - "
                               "THOSE CONTACTS ARE NOT SCHEDULED."
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               IF NOT UNATTENDED-CALL-RUN
          ACCEPT DUMMY-PAUSE
          display " " erase screen
               END-IF
          MOVE 0 TO SEARCH-TYPE-INPUT.

      ****************************************************
      * CALLWIN= MUST READ HH:MM-HH:MM WITH THE START      *
      * BEFORE THE END (24:00 IS ALLOWED AS AN END), AND   *
      * CALLZONE= MUST BE A CODE IN WS-CALL-ZONE-TABLE.    *
      ****************************************************
           861-EDIT-CALL-PARMS.
               SET CALL-PARMS-VALID TO TRUE
               IF WS-CALL-FROM-HH IS NUMERIC
                   AND WS-CALL-FROM-MM IS NUMERIC
                   AND WS-CALL-TO-HH IS NUMERIC
                   AND WS-CALL-TO-MM IS NUMERIC
                   AND WS-CALL-FROM-COLON = ":"
                   AND WS-CALL-TO-COLON = ":"
                   AND WS-CALL-WINDOW-DASH = "-"
                   COMPUTE WS-CALL-WINDOW-FROM =
                       WS-CALL-FROM-HH * 60 + WS-CALL-FROM-MM
                   COMPUTE WS-CALL-WINDOW-TO =
                       WS-CALL-TO-HH * 60 + WS-CALL-TO-MM
                   IF WS-CALL-FROM-HH > 23
                       OR WS-CALL-FROM-MM > 59
                       OR WS-CALL-TO-MM > 59
                       OR WS-CALL-WINDOW-TO > 1440
                       OR WS-CALL-WINDOW-FROM NOT < WS-CALL-WINDOW-TO
                       MOVE "N" TO WS-CALL-EDIT-SWITCH
                   END-IF
               ELSE
                   MOVE "N" TO WS-CALL-EDIT-SWITCH
               END-IF
               IF CALL-PARMS-VALID
                   COMPUTE WS-CALL-WINDOW-LENGTH =
                       WS-CALL-WINDOW-TO - WS-CALL-WINDOW-FROM
               ELSE
                   DISPLAY "INVALID CALL WINDOW " WS-CALL-WINDOW-PARM
                       " - USE HH:MM-HH:MM, START BEFORE END."
               END-IF
               MOVE WS-CALL-CENTER-ZONE TO WS-CALL-ZONE-CODE
               PERFORM 865-FIND-TIME-ZONE
               IF WS-CALL-ZONE-ROW = 0
                   DISPLAY "UNKNOWN CALL CENTER ZONE "
                       WS-CALL-CENTER-ZONE "."
                   MOVE "N" TO WS-CALL-EDIT-SWITCH
               ELSE
                   MOVE TZ-UTC-OFFSET(WS-CALL-ZONE-ROW)
                       TO WS-CALL-CENTER-OFFSET
               END-IF.

           862-READ-CONTACTS.
               MOVE ZERO TO WS-CALL-RUN-COUNTS
               MOVE ZERO TO WS-CALL-COUNT
          PERFORM VARYING WS-CALL-ZONE-ROW FROM 1 BY 1
            UNTIL WS-CALL-ZONE-ROW > WS-CALL-ZONE-COUNT
               MOVE ZERO TO TZ-WAVE(WS-CALL-ZONE-ROW)
               MOVE ZERO TO TZ-CONTACTS(WS-CALL-ZONE-ROW)
          END-PERFORM
               MOVE "N" TO WS-CONTACT-EOF-SWITCH
               READ CONTACT-IN-FILE
                   AT END SET END-OF-CONTACT-FILE TO TRUE
               END-READ
          PERFORM UNTIL END-OF-CONTACT-FILE
               IF CONTACT-IN-RECORD NOT = SPACES
                   PERFORM 863-SCHEDULE-ONE-CONTACT
               END-IF
               READ CONTACT-IN-FILE
                   AT END SET END-OF-CONTACT-FILE TO TRUE
               END-READ
          END-PERFORM.

      ****************************************************
      * A CONTACT IS SCHEDULED ONLY WHEN ITS ZIP IS ON THE *
      * MASTER AND HAS A REFERENCE RECORD WHOSE ZONE CODE  *
      * IS KNOWN; THE FIRST FAILING CHECK IS THE REASON    *
      * ON THE EXCEPTION LIST.                             *
      ****************************************************
           863-SCHEDULE-ONE-CONTACT.
               ADD 1 TO WS-CALL-READ
               MOVE SPACES TO WS-CALL-REASON
               MOVE SPACES TO WS-CALL-ZONE-CODE
               MOVE ZERO TO WS-CALL-ZONE-ROW
               MOVE "N" TO WS-CALL-FOUND-SWITCH
               IF CT-IN-ZIP-CODE IS NUMERIC
                   MOVE CT-IN-ZIP-CODE TO WS-CALL-ZIP
                   SEARCH ALL ZIP-DATA-TABLE
                       AT END
                           CONTINUE
                       WHEN ZIP-CODE-IN(X1) = WS-CALL-ZIP
                           SET CALL-ZIP-FOUND TO TRUE
                   END-SEARCH
                   IF CALL-ZIP-FOUND
                       PERFORM 240-LOOKUP-ZIP-REFERENCE
                       IF ZIP-REF-FOUND
                           MOVE WS-REF-TZ-OUT TO WS-CALL-ZONE-CODE
                           PERFORM 865-FIND-TIME-ZONE
                           IF WS-CALL-ZONE-ROW = 0
                               MOVE "TIME ZONE CODE NOT RECOGNIZED"
                                   TO WS-CALL-REASON
                               ADD 1 TO WS-CALL-UNKNOWN-ZONE
                           END-IF
                       ELSE
                           MOVE "NO TIME ZONE REFERENCE RECORD"
                               TO WS-CALL-REASON
                           ADD 1 TO WS-CALL-NO-REFERENCE
                       END-IF
                   ELSE
                       MOVE "ZIP NOT ON MASTER" TO WS-CALL-REASON
                       ADD 1 TO WS-CALL-NOT-ON-MASTER
                   END-IF
               ELSE
                   MOVE "ZIP NOT NUMERIC" TO WS-CALL-REASON
                   ADD 1 TO WS-CALL-NOT-NUMERIC
               END-IF
               IF WS-CALL-REASON = SPACES
                   AND WS-CALL-COUNT NOT < WS-CALL-MAX
                   MOVE "CALL TABLE FULL - NOT SCHEDULED"
                       TO WS-CALL-REASON
                   ADD 1 TO WS-CALL-TABLE-FULL
               END-IF
               IF WS-CALL-REASON = SPACES
                   ADD 1 TO WS-CALL-COUNT
                   ADD 1 TO WS-CALL-SCHEDULED
                   ADD 1 TO TZ-CONTACTS(WS-CALL-ZONE-ROW)
                   MOVE ZERO TO CL-WAVE(WS-CALL-COUNT)
                   MOVE WS-CALL-ZONE-CODE TO CL-TIME-ZONE(WS-CALL-COUNT)
                   MOVE CT-IN-ZIP-CODE TO CL-ZIP-CODE(WS-CALL-COUNT)
                   MOVE CT-IN-ACCOUNT TO CL-ACCOUNT(WS-CALL-COUNT)
                   MOVE CT-IN-PHONE TO CL-PHONE(WS-CALL-COUNT)
                   MOVE WS-CALL-ZONE-ROW TO CL-ZONE-ROW(WS-CALL-COUNT)
               ELSE
                   PERFORM 864-WRITE-CALL-EXCEPTION
               END-IF.

           864-WRITE-CALL-EXCEPTION.
               ADD 1 TO WS-CALL-EXCEPTIONS
               MOVE SPACES TO CALL-EXCEPTION-RECORD
               MOVE CT-IN-ACCOUNT TO CX-ACCOUNT
               MOVE CT-IN-PHONE TO CX-PHONE
               MOVE CT-IN-ZIP-CODE TO CX-ZIP-CODE
               MOVE WS-CALL-ZONE-CODE TO CX-TIME-ZONE
               MOVE WS-CALL-REASON TO CX-REASON
               WRITE CALL-EXCEPTION-RECORD.

           865-FIND-TIME-ZONE.
               MOVE FUNCTION UPPER-CASE(WS-CALL-ZONE-CODE)
                   TO WS-CALL-ZONE-CODE
               MOVE ZERO TO WS-CALL-ZONE-ROW
          PERFORM VARYING WS-CALL-SCAN-ROW FROM 1 BY 1
            UNTIL WS-CALL-SCAN-ROW > WS-CALL-ZONE-COUNT
               OR WS-CALL-ZONE-ROW > 0
               IF TZ-ZONE-CODE(WS-CALL-SCAN-ROW) = WS-CALL-ZONE-CODE
                   MOVE WS-CALL-SCAN-ROW TO WS-CALL-ZONE-ROW
               END-IF
          END-PERFORM.

      ****************************************************
      * ONE WAVE PER UTC OFFSET IN USE (EDT AND AST SHARE  *
      * A CLOCK, SO THEY SHARE A WAVE).  WAVES ARE NUMBERED *
      * IN ORDER OF THEIR CENTER START TIME AND THE CALL   *
      * LIST IS SEQUENCED BY WAVE, ZONE, ZIP AND ACCOUNT.  *
      ****************************************************
           866-BUILD-CALL-WAVES.
               MOVE ZERO TO WS-CALL-WAVE-COUNT
          PERFORM VARYING WS-CALL-ZONE-ROW FROM 1 BY 1
            UNTIL WS-CALL-ZONE-ROW > WS-CALL-ZONE-COUNT
               IF TZ-CONTACTS(WS-CALL-ZONE-ROW) > 0
                   PERFORM 867-ADD-ZONE-TO-WAVE
               END-IF
          END-PERFORM
               IF WS-CALL-WAVE-COUNT > 0
                   SORT WS-CALL-WAVE ASCENDING KEY WV-CENTER-FROM
               END-IF
          PERFORM VARYING WS-CALL-ZONE-ROW FROM 1 BY 1
            UNTIL WS-CALL-ZONE-ROW > WS-CALL-ZONE-COUNT
          PERFORM VARYING WS-CALL-WAVE-ROW FROM 1 BY 1
            UNTIL WS-CALL-WAVE-ROW > WS-CALL-WAVE-COUNT
               IF TZ-CONTACTS(WS-CALL-ZONE-ROW) > 0
                   AND WV-UTC-OFFSET(WS-CALL-WAVE-ROW)
                       = TZ-UTC-OFFSET(WS-CALL-ZONE-ROW)
                   MOVE WS-CALL-WAVE-ROW TO TZ-WAVE(WS-CALL-ZONE-ROW)
               END-IF
          END-PERFORM
          END-PERFORM
          PERFORM VARYING WS-CALL-ROW FROM 1 BY 1
            UNTIL WS-CALL-ROW > WS-CALL-COUNT
               MOVE TZ-WAVE(CL-ZONE-ROW(WS-CALL-ROW))
                   TO CL-WAVE(WS-CALL-ROW)
          END-PERFORM
               IF WS-CALL-COUNT > 0
                   SORT WS-CALL-LIST
                       ASCENDING KEY CL-WAVE CL-TIME-ZONE
                           CL-ZIP-CODE CL-ACCOUNT
               END-IF.

      ****************************************************
      * THE CENTER START IS THE LOCAL START MOVED BY THE   *
      * ZONE DIFFERENCE, KEPT ON THE 24-HOUR CLOCK; THE    *
      * CENTER END MAY RUN PAST MIDNIGHT (OVER 1440).      *
      ****************************************************
           867-ADD-ZONE-TO-WAVE.
               MOVE ZERO TO WS-CALL-WAVE-ROW
          PERFORM VARYING WS-CALL-SCAN-ROW FROM 1 BY 1
            UNTIL WS-CALL-SCAN-ROW > WS-CALL-WAVE-COUNT
               OR WS-CALL-WAVE-ROW > 0
               IF WV-UTC-OFFSET(WS-CALL-SCAN-ROW)
                   = TZ-UTC-OFFSET(WS-CALL-ZONE-ROW)
                   MOVE WS-CALL-SCAN-ROW TO WS-CALL-WAVE-ROW
               END-IF
          END-PERFORM
               IF WS-CALL-WAVE-ROW = 0
                   ADD 1 TO WS-CALL-WAVE-COUNT
                   MOVE WS-CALL-WAVE-COUNT TO WS-CALL-WAVE-ROW
                   COMPUTE WS-CALL-WORK-MIN = WS-CALL-WINDOW-FROM
                       + (WS-CALL-CENTER-OFFSET
                           - TZ-UTC-OFFSET(WS-CALL-ZONE-ROW)) * 60
                   IF WS-CALL-WORK-MIN < 0
                       ADD 1440 TO WS-CALL-WORK-MIN
                   END-IF
                   IF WS-CALL-WORK-MIN NOT < 1440
                       SUBTRACT 1440 FROM WS-CALL-WORK-MIN
                   END-IF
                   MOVE WS-CALL-WORK-MIN
                       TO WV-CENTER-FROM(WS-CALL-WAVE-ROW)
                   COMPUTE WV-CENTER-TO(WS-CALL-WAVE-ROW) =
                       WS-CALL-WORK-MIN + WS-CALL-WINDOW-LENGTH
                   MOVE TZ-UTC-OFFSET(WS-CALL-ZONE-ROW)
                       TO WV-UTC-OFFSET(WS-CALL-WAVE-ROW)
                   MOVE ZERO TO WV-CONTACTS(WS-CALL-WAVE-ROW)
               END-IF
               ADD TZ-CONTACTS(WS-CALL-ZONE-ROW)
                   TO WV-CONTACTS(WS-CALL-WAVE-ROW).

           868-WRITE-CALL-WAVES.
               MOVE ZERO TO WS-CALL-SEQUENCE
          PERFORM VARYING WS-CALL-ROW FROM 1 BY 1
            UNTIL WS-CALL-ROW > WS-CALL-COUNT
               ADD 1 TO WS-CALL-SEQUENCE
               MOVE CL-WAVE(WS-CALL-ROW) TO WS-CALL-WAVE-ROW
               MOVE SPACES TO CALL-WAVE-RECORD
               MOVE CL-WAVE(WS-CALL-ROW) TO CW-WAVE
               MOVE WS-CALL-SEQUENCE TO CW-SEQUENCE
               MOVE WV-CENTER-FROM(WS-CALL-WAVE-ROW) TO WS-CALL-MINUTES
               PERFORM 871-FORMAT-CALL-TIME
               MOVE WS-CALL-HHMM TO CW-CENTER-FROM
               MOVE WV-CENTER-TO(WS-CALL-WAVE-ROW) TO WS-CALL-MINUTES
               PERFORM 871-FORMAT-CALL-TIME
               MOVE WS-CALL-HHMM TO CW-CENTER-TO
               MOVE WS-CALL-NEXT-DAY TO CW-NEXT-DAY
               MOVE CL-TIME-ZONE(WS-CALL-ROW) TO CW-TIME-ZONE
               MOVE CL-ACCOUNT(WS-CALL-ROW) TO CW-ACCOUNT
               MOVE CL-PHONE(WS-CALL-ROW) TO CW-PHONE
               MOVE CL-ZIP-CODE(WS-CALL-ROW) TO CW-ZIP-CODE
               WRITE CALL-WAVE-RECORD
          END-PERFORM.

           869-CALL-SUMMARY.
               PERFORM 873-CALL-PAGE-HEADING
               MOVE SPACES TO WS-CALL-DETAIL
               STRING "ALLOWED LOCAL WINDOW: " WS-CALL-WINDOW-PARM
                   "    CALL CENTER ZONE: " WS-CALL-CENTER-ZONE
                   DELIMITED BY SIZE INTO WS-CALL-DETAIL
               END-STRING
               PERFORM 872-WRITE-CALL-LINE
               MOVE SPACES TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE
               MOVE "CONTACTS READ:" TO WS-CALL-DETAIL
               MOVE WS-CALL-READ TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "CONTACTS SCHEDULED:" TO WS-CALL-DETAIL
               MOVE WS-CALL-SCHEDULED TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "CONTACTS ON EXCEPTION LIST:" TO WS-CALL-DETAIL
               MOVE WS-CALL-EXCEPTIONS TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "  ZIP NOT NUMERIC:" TO WS-CALL-DETAIL
               MOVE WS-CALL-NOT-NUMERIC TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "  ZIP NOT ON MASTER:" TO WS-CALL-DETAIL
               MOVE WS-CALL-NOT-ON-MASTER TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "  NO TIME ZONE REFERENCE:" TO WS-CALL-DETAIL
               MOVE WS-CALL-NO-REFERENCE TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "  ZONE CODE NOT RECOGNIZED:" TO WS-CALL-DETAIL
               MOVE WS-CALL-UNKNOWN-ZONE TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE "  CALL TABLE FULL:" TO WS-CALL-DETAIL
               MOVE WS-CALL-TABLE-FULL TO WS-CALL-DETAIL(31:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE SPACES TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE
               MOVE "SUMMARY BY WAVE AND TIME ZONE" TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE
               MOVE SPACES TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE
               MOVE SPACES TO WS-CALL-DETAIL
               MOVE "WAVE" TO WS-CALL-DETAIL(1:4)
               MOVE "CENTER TIME" TO WS-CALL-DETAIL(7:11)
               MOVE "ZONE" TO WS-CALL-DETAIL(21:4)
               MOVE "LOCAL TIME" TO WS-CALL-DETAIL(27:10)
               MOVE "CONTACTS" TO WS-CALL-DETAIL(39:8)
               PERFORM 872-WRITE-CALL-LINE
          PERFORM VARYING WS-CALL-WAVE-ROW FROM 1 BY 1
            UNTIL WS-CALL-WAVE-ROW > WS-CALL-WAVE-COUNT
               PERFORM 870-CALL-WAVE-SUMMARY
          END-PERFORM
               IF WS-CALL-WAVE-COUNT = 0
                   MOVE "  NO CONTACTS SCHEDULED" TO WS-CALL-DETAIL
                   PERFORM 872-WRITE-CALL-LINE
                   MOVE SPACES TO WS-CALL-DETAIL
                   PERFORM 872-WRITE-CALL-LINE
               END-IF
               MOVE "ALL WAVES TOTAL" TO WS-CALL-DETAIL
               MOVE WS-CALL-SCHEDULED TO WS-CALL-COUNT-EDIT
               MOVE WS-CALL-COUNT-EDIT TO WS-CALL-DETAIL(40:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE SPACES TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE
               MOVE "CENTER TIME IS THE CALL CENTER CLOCK; + MEANS THE"
                   TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE
               MOVE "WINDOW ENDS AFTER MIDNIGHT CENTER TIME."
                   TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE.

           870-CALL-WAVE-SUMMARY.
               MOVE SPACES TO WS-CALL-CENTER-TEXT
               MOVE WV-CENTER-FROM(WS-CALL-WAVE-ROW) TO WS-CALL-MINUTES
               PERFORM 871-FORMAT-CALL-TIME
               MOVE WS-CALL-HHMM TO WS-CALL-CENTER-TEXT(1:5)
               MOVE "-" TO WS-CALL-CENTER-TEXT(6:1)
               MOVE WV-CENTER-TO(WS-CALL-WAVE-ROW) TO WS-CALL-MINUTES
               PERFORM 871-FORMAT-CALL-TIME
               MOVE WS-CALL-HHMM TO WS-CALL-CENTER-TEXT(7:5)
               MOVE WS-CALL-NEXT-DAY TO WS-CALL-CENTER-TEXT(12:1)
          PERFORM VARYING WS-CALL-ZONE-ROW FROM 1 BY 1
            UNTIL WS-CALL-ZONE-ROW > WS-CALL-ZONE-COUNT
               IF TZ-WAVE(WS-CALL-ZONE-ROW) = WS-CALL-WAVE-ROW
                   AND TZ-CONTACTS(WS-CALL-ZONE-ROW) > 0
                   MOVE SPACES TO WS-CALL-DETAIL
                   MOVE WS-CALL-WAVE-ROW TO WS-CALL-DETAIL(3:2)
                   MOVE WS-CALL-CENTER-TEXT TO WS-CALL-DETAIL(7:12)
                   MOVE TZ-ZONE-CODE(WS-CALL-ZONE-ROW)
                       TO WS-CALL-DETAIL(21:3)
                   MOVE WS-CALL-WINDOW-PARM TO WS-CALL-DETAIL(27:11)
                   MOVE TZ-CONTACTS(WS-CALL-ZONE-ROW)
                       TO WS-CALL-COUNT-EDIT
                   MOVE WS-CALL-COUNT-EDIT TO WS-CALL-DETAIL(40:7)
                   PERFORM 872-WRITE-CALL-LINE
               END-IF
          END-PERFORM
               MOVE SPACES TO WS-CALL-DETAIL
               STRING "      WAVE " WS-CALL-WAVE-ROW " TOTAL"
                   DELIMITED BY SIZE INTO WS-CALL-DETAIL
               END-STRING
               MOVE WV-CONTACTS(WS-CALL-WAVE-ROW) TO WS-CALL-COUNT-EDIT
               MOVE WS-CALL-COUNT-EDIT TO WS-CALL-DETAIL(40:7)
               PERFORM 872-WRITE-CALL-LINE
               MOVE SPACES TO WS-CALL-DETAIL
               PERFORM 872-WRITE-CALL-LINE.

           871-FORMAT-CALL-TIME.
               MOVE SPACE TO WS-CALL-NEXT-DAY
               IF WS-CALL-MINUTES NOT < 1440
                   SUBTRACT 1440 FROM WS-CALL-MINUTES
                   MOVE "+" TO WS-CALL-NEXT-DAY
               END-IF
               DIVIDE WS-CALL-MINUTES BY 60
                   GIVING WS-CALL-HH REMAINDER WS-CALL-MM
               MOVE SPACES TO WS-CALL-HHMM
               STRING WS-CALL-HH ":" WS-CALL-MM
                   DELIMITED BY SIZE INTO WS-CALL-HHMM
               END-STRING.

           872-WRITE-CALL-LINE.
               IF WS-CALL-LINE-COUNT NOT < WS-NATL-LINES-PER-PAGE
                   PERFORM 873-CALL-PAGE-HEADING
               END-IF
               MOVE WS-CALL-DETAIL TO CALL-REPORT-RECORD
               WRITE CALL-REPORT-RECORD
               ADD 1 TO WS-CALL-LINE-COUNT.

           873-CALL-PAGE-HEADING.
               ADD 1 TO WS-CALL-PAGE-NO
               MOVE SPACES TO CALL-REPORT-RECORD
               STRING "CALL-WINDOW SCHEDULE SUMMARY"
                   "    RUN DATE " WS-CALL-RUN-DATE
                   "    PAGE " WS-CALL-PAGE-NO
                   DELIMITED BY SIZE INTO CALL-REPORT-RECORD
               END-STRING
               WRITE CALL-REPORT-RECORD
               MOVE SPACES TO CALL-REPORT-RECORD
               WRITE CALL-REPORT-RECORD
               MOVE 2 TO WS-CALL-LINE-COUNT.

           950-WRITE-AUDIT-LOG.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING WS-AUDIT-TIMESTAMP(1:14)      DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   WS-OPER-ID                       DELIMITED BY SIZE
                   " "                              DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-SEARCH-TYPE)
                                                     DELIMITED BY SIZE
                   " "                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-AUDIT-SEARCH-VALUE)
                                                     DELIMITED BY SIZE
                   INTO AUDIT-LOG-RECORD
               END-STRING
               WRITE AUDIT-LOG-RECORD.

           1000-MASTER-MAINTENANCE.
               OPEN INPUT ZIP-UPDATE-FILE
               IF WS-UPDATE-FILE-STATUS NOT = "35"
                   PERFORM 1702-SET-MASTER-TYPE
                   MOVE "MASTER MAINTENANCE" TO WS-GEN-TRIGGER
                   PERFORM 1720-TAKE-GENERATION-BACKUP
               END-IF
               IF WS-UPDATE-FILE-STATUS NOT = "35"
                   AND NOT GEN-BACKUP-FAILED
                   PERFORM 1065-OPEN-HISTORY-FILE
               END-IF
               IF WS-UPDATE-FILE-STATUS = "35"
                   DISPLAY "NO UPDATE FILE FOUND "
                       "(zip_master_updates.txt)."
               ELSE
               IF GEN-BACKUP-FAILED
                   DISPLAY "MAINTENANCE NOT RUN - THE MASTER COULD NOT "
                       "BE BACKED UP FIRST."
               ELSE
               IF NOT HISTORY-FILE-OPEN
                   DISPLAY "MAINTENANCE NOT RUN - HISTORY FILE OPEN "
                       "FAILED, STATUS " WS-HIST-FILE-STATUS "."
               ELSE
                   IF KEYED-MASTER-ACTIVE
                       OPEN I-O ZIP-KEYED-FILE
                       IF WS-KEYED-FILE-STATUS NOT = "00"
      *                    THE KEYED MASTER WENT AWAY (OR IS LOCKED)
      *                    SINCE STARTUP - FALL BACK TO WRITING A
      *                    FULL NEW GENERATION SO THE RUN STILL
      *                    LANDS SOMEWHERE CHECKABLE.
                           DISPLAY "WARNING - KEYED MASTER OPEN "
                               "FAILED, STATUS " WS-KEYED-FILE-STATUS
                               " - WRITING us_postal_codes.new "
                               "INSTEAD."
                           MOVE "N" TO WS-KEYED-ACTIVE-SWITCH
                           OPEN OUTPUT NEW-MASTER-FILE
                       END-IF
                   ELSE
                       OPEN OUTPUT NEW-MASTER-FILE
                   END-IF
                   OPEN OUTPUT MAINT-REPORT-FILE
                   MOVE "MASTER MAINTENANCE" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "UPDATE FILE RUN" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   MOVE ZERO TO WS-HIST-WRITE-COUNT
                   MOVE ZERO TO WS-UPD-READ-COUNT
                   MOVE ZERO TO WS-UPD-ADD-COUNT
                   MOVE ZERO TO WS-UPD-CHG-COUNT
                   MOVE ZERO TO WS-UPD-DEL-COUNT
                   MOVE ZERO TO WS-UPD-REJECT-COUNT
                   MOVE "ZIP MASTER MAINTENANCE - CHANGE REPORT"
                       TO MAINT-REPORT-RECORD
                   WRITE MAINT-REPORT-RECORD
                   MOVE "N" TO WS-UPD-EOF-SWITCH
                   READ ZIP-UPDATE-FILE
                       AT END SET UPDATE-EOF-REACHED TO TRUE
                   END-READ
          PERFORM UNTIL UPDATE-EOF-REACHED
                   ADD 1 TO WS-UPD-READ-COUNT
                   PERFORM 1010-APPLY-UPDATE
                   READ ZIP-UPDATE-FILE
                       AT END SET UPDATE-EOF-REACHED TO TRUE
                   END-READ
          END-PERFORM
                   IF KEYED-MASTER-ACTIVE
                       CLOSE ZIP-KEYED-FILE
                   ELSE
                       PERFORM 1050-WRITE-NEW-MASTER
                       CLOSE NEW-MASTER-FILE
                   END-IF
                   CLOSE ZIP-HISTORY-FILE
                   MOVE "N" TO WS-HIST-OPEN-SWITCH
                   PERFORM 120-BUILD-STATE-INDEX
                   PERFORM 1060-WRITE-MAINT-TOTALS
                   CLOSE MAINT-REPORT-FILE
                   IF KEYED-MASTER-ACTIVE
                       DISPLAY "MAINTENANCE RUN COMPLETE.  KEYED "
                           "MASTER UPDATED IN PLACE, REPORT IS "
                           "zip_maint_report.txt."
                   ELSE
                       DISPLAY "MAINTENANCE RUN COMPLETE.  NEW "
                           "MASTER IS us_postal_codes.new, REPORT IS "
                           "zip_maint_report.txt."
                   END-IF
               END-IF
               END-IF
               END-IF
               CLOSE ZIP-UPDATE-FILE
          ACCEPT DUMMY-PAUSE
          display " " erase screen
          MOVE 0 TO SEARCH-TYPE-INPUT.

           1010-APPLY-UPDATE.
               MOVE "N" TO WS-UPD-FOUND-SWITCH
               MOVE ZERO TO WS-MAINT-ROW
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       CONTINUE
                   WHEN ZIP-CODE-IN(X1) = UPD-ZIP-CODE
                       SET UPDATE-ZIP-FOUND TO TRUE
                       SET WS-MAINT-ROW TO X1
               END-SEARCH
               EVALUATE UPD-ACTION-CODE
                   WHEN "A"
                       IF UPDATE-ZIP-FOUND
                           MOVE "ZIP ALREADY ON FILE"
                               TO WS-MAINT-REJECT-REASON
                           PERFORM 1045-REJECT-UPDATE
                       ELSE
                           PERFORM 1020-ADD-ZIP
                       END-IF
                   WHEN "C"
                       IF UPDATE-ZIP-FOUND
                           PERFORM 1030-CHANGE-ZIP
                       ELSE
                           MOVE "ZIP NOT ON FILE"
                               TO WS-MAINT-REJECT-REASON
                           PERFORM 1045-REJECT-UPDATE
                       END-IF
                   WHEN "D"
                       IF UPDATE-ZIP-FOUND
                           PERFORM 1040-DELETE-ZIP
                       ELSE
                           MOVE "ZIP NOT ON FILE"
                               TO WS-MAINT-REJECT-REASON
                           PERFORM 1045-REJECT-UPDATE
                       END-IF
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE"
                           TO WS-MAINT-REJECT-REASON
                       PERFORM 1045-REJECT-UPDATE
               END-EVALUATE.

           1020-ADD-ZIP.
               MOVE "N" TO WS-KEYED-UPDATE-SWITCH
               IF WS-RECORD-COUNT < WS-MAX-TABLE-SIZE
                   AND KEYED-MASTER-ACTIVE
                   PERFORM 1055-APPLY-KEYED-UPDATE
               END-IF
               IF WS-RECORD-COUNT = WS-MAX-TABLE-SIZE
                   MOVE "ZIP TABLE FULL" TO WS-MAINT-REJECT-REASON
                   PERFORM 1045-REJECT-UPDATE
               ELSE
               IF KEYED-UPDATE-FAILED
                   MOVE "KEYED MASTER ADD FAILED"
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 1045-REJECT-UPDATE
               ELSE
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE UPD-ZIP-CODE
                       TO ZIP-CODE-IN(WS-RECORD-COUNT)
                   MOVE UPD-PLACE-NAME
                       TO PLACE-NAME-IN(WS-RECORD-COUNT)
                   MOVE UPD-STATE-NAME
                       TO STATE-NAME-IN(WS-RECORD-COUNT)
                   MOVE UPD-STATE-CODE
                       TO STATE-CODE-IN(WS-RECORD-COUNT)
                   MOVE UPD-COUNTY-NAME
                       TO COUNTY-NAME-IN(WS-RECORD-COUNT)
                   MOVE UPD-LAT TO LAT-IN(WS-RECORD-COUNT)
                   MOVE UPD-LON TO LON-IN(WS-RECORD-COUNT)
                   MOVE ZIP-DATA-TABLE(WS-RECORD-COUNT)
                       TO WS-MAINT-NEW-IMAGE
                   MOVE SPACES TO WS-MAINT-OLD-IMAGE
                   SORT ZIP-DATA-TABLE ASCENDING KEY ZIP-CODE-IN
                   PERFORM 1070-WRITE-HISTORY-ENTRY
                   ADD 1 TO WS-UPD-ADD-COUNT
                   MOVE SPACES TO MAINT-REPORT-RECORD
                   STRING "ADD    " UPD-ZIP-CODE " APPLIED"
                       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                   END-STRING
                   WRITE MAINT-REPORT-RECORD
                   MOVE SPACES TO MAINT-REPORT-RECORD
                   STRING "  AFTER:  " WS-MAINT-NEW-IMAGE
                       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                   END-STRING
                   WRITE MAINT-REPORT-RECORD
               END-IF
               END-IF.

           1030-CHANGE-ZIP.
               MOVE "N" TO WS-KEYED-UPDATE-SWITCH
               IF KEYED-MASTER-ACTIVE
                   PERFORM 1055-APPLY-KEYED-UPDATE
               END-IF
               IF KEYED-UPDATE-FAILED
                   MOVE "KEYED MASTER CHANGE FAILED"
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 1045-REJECT-UPDATE
               ELSE
                   PERFORM 1035-CHANGE-TABLE-ROW
               END-IF.

           1035-CHANGE-TABLE-ROW.
               MOVE ZIP-DATA-TABLE(WS-MAINT-ROW) TO WS-MAINT-OLD-IMAGE
               MOVE UPD-PLACE-NAME  TO PLACE-NAME-IN(WS-MAINT-ROW)
               MOVE UPD-STATE-NAME  TO STATE-NAME-IN(WS-MAINT-ROW)
               MOVE UPD-STATE-CODE  TO STATE-CODE-IN(WS-MAINT-ROW)
               MOVE UPD-COUNTY-NAME TO COUNTY-NAME-IN(WS-MAINT-ROW)
               MOVE UPD-LAT         TO LAT-IN(WS-MAINT-ROW)
               MOVE UPD-LON         TO LON-IN(WS-MAINT-ROW)
               MOVE ZIP-DATA-TABLE(WS-MAINT-ROW) TO WS-MAINT-NEW-IMAGE
               PERFORM 1070-WRITE-HISTORY-ENTRY
               ADD 1 TO WS-UPD-CHG-COUNT
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "CHANGE " UPD-ZIP-CODE " APPLIED"
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "  BEFORE: " WS-MAINT-OLD-IMAGE
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "  AFTER:  " WS-MAINT-NEW-IMAGE
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD.

           1040-DELETE-ZIP.
               MOVE "N" TO WS-KEYED-UPDATE-SWITCH
               IF KEYED-MASTER-ACTIVE
                   PERFORM 1055-APPLY-KEYED-UPDATE
               END-IF
               IF KEYED-UPDATE-FAILED
                   MOVE "KEYED MASTER DELETE FAILED"
                       TO WS-MAINT-REJECT-REASON
                   PERFORM 1045-REJECT-UPDATE
               ELSE
                   PERFORM 1042-DELETE-TABLE-ROW
               END-IF.

           1042-DELETE-TABLE-ROW.
               MOVE ZIP-DATA-TABLE(WS-MAINT-ROW) TO WS-MAINT-OLD-IMAGE
          PERFORM VARYING WS-MAINT-SHIFT FROM WS-MAINT-ROW BY 1
            UNTIL WS-MAINT-SHIFT >= WS-RECORD-COUNT
               MOVE ZIP-DATA-TABLE(WS-MAINT-SHIFT + 1)
                   TO ZIP-DATA-TABLE(WS-MAINT-SHIFT)
          END-PERFORM
               SUBTRACT 1 FROM WS-RECORD-COUNT
               MOVE SPACES TO WS-MAINT-NEW-IMAGE
               PERFORM 1070-WRITE-HISTORY-ENTRY
               ADD 1 TO WS-UPD-DEL-COUNT
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "DELETE " UPD-ZIP-CODE " APPLIED"
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "  BEFORE: " WS-MAINT-OLD-IMAGE
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD.

           1045-REJECT-UPDATE.
               ADD 1 TO WS-UPD-REJECT-COUNT
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "REJECT " UPD-ACTION-CODE " " UPD-ZIP-CODE
                   " - " FUNCTION TRIM(WS-MAINT-REJECT-REASON)
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD.

      ****************************************************
      * MIRROR AN APPLIED UPDATE ONTO THE KEYED MASTER IN  *
      * PLACE.  ADDS WRITE, CHANGES REWRITE, DELETES       *
      * DELETE BY KEY - NO FULL-FILE REWRITE NEEDED.  IT   *
      * RUNS BEFORE THE TABLE IS TOUCHED; AN INVALID KEY   *
      * SETS KEYED-UPDATE-FAILED AND THE CALLER REJECTS    *
      * THE UPDATE, SO NO HISTORY IS WRITTEN FOR A CHANGE  *
      * THAT NEVER REACHED THE KEYED MASTER.               *
      ****************************************************
           1055-APPLY-KEYED-UPDATE.
               MOVE "N" TO WS-KEYED-UPDATE-SWITCH
               MOVE UPD-ZIP-CODE    TO KEYED-ZIP-CODE
               MOVE UPD-PLACE-NAME  TO KEYED-PLACE-NAME
               MOVE UPD-STATE-NAME  TO KEYED-STATE-NAME
               MOVE UPD-STATE-CODE  TO KEYED-STATE-CODE
               MOVE UPD-COUNTY-NAME TO KEYED-COUNTY-NAME
               MOVE UPD-LAT         TO KEYED-LAT
               MOVE UPD-LON         TO KEYED-LON
               EVALUATE UPD-ACTION-CODE
                   WHEN "A"
                       WRITE ZIP-KEYED-RECORD
                           INVALID KEY
                               DISPLAY "WARNING - KEYED ADD FAILED "
                                   "FOR " UPD-ZIP-CODE " STATUS "
                                   WS-KEYED-FILE-STATUS "."
                               SET KEYED-UPDATE-FAILED TO TRUE
                       END-WRITE
                   WHEN "C"
                       REWRITE ZIP-KEYED-RECORD
                           INVALID KEY
                               DISPLAY "WARNING - KEYED CHANGE "
                                   "FAILED FOR " UPD-ZIP-CODE
                                   " STATUS " WS-KEYED-FILE-STATUS "."
                               SET KEYED-UPDATE-FAILED TO TRUE
                       END-REWRITE
                   WHEN "D"
                       DELETE ZIP-KEYED-FILE RECORD
                           INVALID KEY
                               DISPLAY "WARNING - KEYED DELETE "
                                   "FAILED FOR " UPD-ZIP-CODE
                                   " STATUS " WS-KEYED-FILE-STATUS "."
                               SET KEYED-UPDATE-FAILED TO TRUE
                       END-DELETE
               END-EVALUATE.

           1050-WRITE-NEW-MASTER.
          PERFORM VARYING WS-MAINT-SHIFT FROM 1 BY 1
            UNTIL WS-MAINT-SHIFT > WS-RECORD-COUNT
               MOVE ZIP-DATA-TABLE(WS-MAINT-SHIFT)
                   TO NEW-MASTER-RECORD
               WRITE NEW-MASTER-RECORD
          END-PERFORM.

      ****************************************************
      * OPEN THE HISTORY FILE FOR APPENDING (CREATING IT   *
      * THE FIRST TIME).  ONLY A CLEAN OPEN SETS           *
      * HISTORY-FILE-OPEN - NO MASTER CHANGE IS MADE       *
      * WITHOUT A HISTORY FILE TO RECORD IT ON.            *
      ****************************************************
           1065-OPEN-HISTORY-FILE.
               MOVE "N" TO WS-HIST-OPEN-SWITCH
               OPEN EXTEND ZIP-HISTORY-FILE
               IF WS-HIST-FILE-STATUS = "35"
                   OPEN OUTPUT ZIP-HISTORY-FILE
               END-IF
               IF WS-HIST-FILE-STATUS = "00"
                   SET HISTORY-FILE-OPEN TO TRUE
               END-IF.

      ****************************************************
      * APPEND ONE APPLIED CHANGE TO THE HISTORY FILE.     *
      ****************************************************
           1070-WRITE-HISTORY-ENTRY.
               IF HISTORY-FILE-OPEN
                   MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                   MOVE SPACES TO ZIP-HISTORY-RECORD
                   MOVE UPD-ZIP-CODE    TO HIST-ZIP-CODE
                   MOVE UPD-ACTION-CODE TO HIST-ACTION-CODE
                   MOVE WS-AUDIT-TIMESTAMP(1:8) TO HIST-EFFECTIVE-DATE
                   MOVE WS-AUDIT-TIMESTAMP(9:6) TO HIST-EFFECTIVE-TIME
                   IF UPD-SOURCE-CODE = "P" OR UPD-SOURCE-CODE = "V"
                       MOVE UPD-SOURCE-CODE TO HIST-SOURCE-CODE
                   ELSE
                       MOVE "U" TO HIST-SOURCE-CODE
                   END-IF
                   MOVE WS-OPER-ID      TO HIST-APPLY-OPER
                   MOVE UPD-ENTRY-OPER  TO HIST-ENTRY-OPER
                   MOVE UPD-REVIEW-OPER TO HIST-REVIEW-OPER
                   MOVE WS-MAINT-OLD-IMAGE TO HIST-BEFORE-IMAGE
                   MOVE WS-MAINT-NEW-IMAGE TO HIST-AFTER-IMAGE
                   WRITE ZIP-HISTORY-RECORD
                   ADD 1 TO WS-HIST-WRITE-COUNT
               END-IF.

           1060-WRITE-MAINT-TOTALS.
               MOVE SPACES TO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "UPDATES READ:     " WS-UPD-READ-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "ADDS APPLIED:     " WS-UPD-ADD-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "CHANGES APPLIED:  " WS-UPD-CHG-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "DELETES APPLIED:  " WS-UPD-DEL-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "UPDATES REJECTED: " WS-UPD-REJECT-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "RECORDS ON NEW MASTER: " WS-RECORD-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING "HISTORY ENTRIES WRITTEN: " WS-HIST-WRITE-COUNT
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               END-STRING
               WRITE MAINT-REPORT-RECORD.

      ****************************************************
      * MASTER UPDATE ENTRY.  ANALYSTS KEY ADDS, CHANGES,  *
      * AND DELETES ON A PANEL; EACH SAVED ENTRY GOES TO   *
      * THE PENDING-UPDATES FILE WITH STATUS P, THE        *
      * ANALYST'S INITIALS, AND THE ENTRY DATE.  NOTHING   *
      * TOUCHES THE MASTER UNTIL A SUPERVISOR RELEASES IT. *
      ****************************************************
           1200-UPDATE-ENTRY.
               MOVE SPACES TO WS-PANEL-MSG
               MOVE SPACES TO WS-PEND-ACTION-STAGE
               MOVE SPACES TO WS-PEND-ZIP-STAGE
               MOVE SPACES TO WS-PEND-PLACE-STAGE
               MOVE SPACES TO WS-PEND-SNAME-STAGE
               MOVE SPACES TO WS-PEND-SCODE-STAGE
               MOVE SPACES TO WS-PEND-COUNTY-STAGE
               MOVE SPACES TO WS-PEND-LAT-STAGE
               MOVE SPACES TO WS-PEND-LON-STAGE
               MOVE ZERO TO WS-PEND-SAVED-COUNT
               MOVE "N" TO WS-PANEL-STATE
               PERFORM UNTIL PANEL-CANCELLED
                   DISPLAY UPDATE-ENTRY-SCREEN
                   ACCEPT UPDATE-ENTRY-SCREEN
                   MOVE SPACES TO WS-PANEL-MSG
                   IF WS-PEND-ACTION-STAGE = SPACES
                       MOVE "C" TO WS-PANEL-STATE
                   ELSE
                       PERFORM 1210-EDIT-ENTRY-FIELDS
                       IF PANEL-INPUT-OK
                           PERFORM 1220-WRITE-PENDING-UPDATE
                       END-IF
                   END-IF
               END-PERFORM
               display " " erase screen
               MOVE 0 TO SEARCH-TYPE-INPUT.

           1210-EDIT-ENTRY-FIELDS.
               MOVE "N" TO WS-PANEL-STATE
               MOVE FUNCTION UPPER-CASE(WS-PEND-ACTION-STAGE)
                   TO WS-PEND-ACTION-STAGE
               MOVE FUNCTION UPPER-CASE(WS-PEND-SCODE-STAGE)
                   TO WS-PEND-SCODE-STAGE
               EVALUATE TRUE
                   WHEN WS-PEND-ACTION-STAGE NOT = "A"
                       AND WS-PEND-ACTION-STAGE NOT = "C"
                       AND WS-PEND-ACTION-STAGE NOT = "D"
                       MOVE "ACTION MUST BE A, C, OR D."
                           TO WS-PANEL-MSG
                   WHEN FUNCTION TRIM(WS-PEND-ZIP-STAGE)
                           IS NOT NUMERIC
                       MOVE "INVALID ZIP CODE - MUST BE 5 DIGITS."
                           TO WS-PANEL-MSG
                   WHEN WS-PEND-ACTION-STAGE = "D"
                       MOVE "V" TO WS-PANEL-STATE
                   WHEN WS-PEND-PLACE-STAGE = SPACES
                       MOVE "PLACE NAME IS REQUIRED FOR A AND C."
                           TO WS-PANEL-MSG
                   WHEN OTHER
                       MOVE WS-PEND-SCODE-STAGE(1:2) TO STATE-INPUT
                       PERFORM 320-VALIDATE-STATE-INPUT
                       IF NOT STATE-INPUT-VALID
                           MOVE SPACES TO WS-PANEL-MSG
                           STRING "INVALID STATE CODE: "
                               WS-PEND-SCODE-STAGE
                               DELIMITED BY SIZE INTO WS-PANEL-MSG
                           END-STRING
                       ELSE
                       IF WS-PEND-LAT-STAGE = SPACES
                           OR WS-PEND-LON-STAGE = SPACES
                           MOVE "LATITUDE AND LONGITUDE ARE REQUIRED."
                               TO WS-PANEL-MSG
                       ELSE
                           MOVE "V" TO WS-PANEL-STATE
                       END-IF
                       END-IF
               END-EVALUATE.

           1220-WRITE-PENDING-UPDATE.
               OPEN EXTEND PENDING-UPDATE-FILE
               IF WS-PEND-FILE-STATUS = "35"
                   OPEN OUTPUT PENDING-UPDATE-FILE
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO PENDING-UPDATE-RECORD
               MOVE "P" TO PEND-STATUS
               MOVE WS-PEND-ACTION-STAGE TO PEND-ACTION-CODE
               MOVE FUNCTION NUMVAL(WS-PEND-ZIP-STAGE)
                   TO PEND-ZIP-CODE
               MOVE WS-PEND-PLACE-STAGE  TO PEND-PLACE-NAME
               MOVE WS-PEND-SNAME-STAGE  TO PEND-STATE-NAME
               MOVE WS-PEND-SCODE-STAGE  TO PEND-STATE-CODE
               MOVE WS-PEND-COUNTY-STAGE TO PEND-COUNTY-NAME
               MOVE WS-PEND-LAT-STAGE    TO PEND-LAT
               MOVE WS-PEND-LON-STAGE    TO PEND-LON
               MOVE WS-OPER-INITIALS     TO PEND-ENTRY-INITS
               MOVE WS-OPER-ID           TO PEND-ENTRY-OPER
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO PEND-ENTRY-DATE
               WRITE PENDING-UPDATE-RECORD
               CLOSE PENDING-UPDATE-FILE
               ADD 1 TO WS-PEND-SAVED-COUNT
               MOVE "UPDATE ENTRY" TO WS-AUDIT-SEARCH-TYPE
               MOVE SPACES TO WS-AUDIT-SEARCH-VALUE
               STRING WS-PEND-ACTION-STAGE " " WS-PEND-ZIP-STAGE
                   DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
               END-STRING
               PERFORM 950-WRITE-AUDIT-LOG
               MOVE SPACES TO WS-PANEL-MSG
               STRING "SAVED - " WS-PEND-SAVED-COUNT
                   " PENDING THIS SESSION.  BLANK ACTION TO EXIT."
                   DELIMITED BY SIZE INTO WS-PANEL-MSG
               END-STRING
               MOVE SPACES TO WS-PEND-ACTION-STAGE
               MOVE SPACES TO WS-PEND-ZIP-STAGE
               MOVE SPACES TO WS-PEND-PLACE-STAGE
               MOVE SPACES TO WS-PEND-SNAME-STAGE
               MOVE SPACES TO WS-PEND-SCODE-STAGE
               MOVE SPACES TO WS-PEND-COUNTY-STAGE
               MOVE SPACES TO WS-PEND-LAT-STAGE
               MOVE SPACES TO WS-PEND-LON-STAGE
               MOVE "N" TO WS-PANEL-STATE.

      ****************************************************
      * SUPERVISOR REVIEW.  EACH PENDING UPDATE IS SHOWN   *
      * NEXT TO THE CURRENT MASTER VALUES FOR THAT ZIP.    *
      * APPROVED RECORDS ARE RELEASED TO THE UPDATE FILE   *
      * THE APPLY STEP (MENU OPTION 9) READS; REJECTED     *
      * AND RELEASED RECORDS KEEP THE SUPERVISOR'S         *
      * INITIALS AND REVIEW DATE ON THE PENDING FILE.      *
      ****************************************************
           1250-UPDATE-REVIEW.
               PERFORM 1255-LOAD-PENDING-TABLE
               IF PENDING-TABLE-OVERFLOW
      *            A TRUNCATED TABLE REWRITTEN BY 1275 WOULD DROP
      *            EVERY RECORD PAST THE TABLE LIMIT, SO THE RUN
      *            REFUSES RATHER THAN LOSE PENDING HISTORY.
                   DISPLAY "PENDING FILE HOLDS MORE THAN "
                       WS-PEND-MAX-TABLE-SIZE " RECORDS - REVIEW "
                       "NOT RUN.  PURGE RELEASED/REJECTED HISTORY "
                       "FROM zip_pending_updates.txt AND RETRY."
          ACCEPT DUMMY-PAUSE
               ELSE
               IF WS-REVIEW-PEND-COUNT = ZERO
                   DISPLAY "NO PENDING UPDATES TO REVIEW."
          ACCEPT DUMMY-PAUSE
               ELSE
                   MOVE "UPDATE REVIEW" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "PENDING FILE REVIEW" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   MOVE "N" TO WS-REVIEW-STOP-SWITCH
                   MOVE WS-OPER-INITIALS TO WS-REVIEW-INITS
                   MOVE ZERO TO WS-REVIEW-APPR-COUNT
                   MOVE ZERO TO WS-REVIEW-REJ-COUNT
                   MOVE ZERO TO WS-REVIEW-SKIP-COUNT
          PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
            UNTIL WS-REVIEW-IX > WS-PEND-COUNT
               OR REVIEW-STOPPED
               MOVE WS-PEND-ROW(WS-REVIEW-IX) TO WS-PEND-WORK
               IF WORK-STATUS = "P"
                   PERFORM 1260-REVIEW-ONE-UPDATE
               END-IF
          END-PERFORM
                   PERFORM 1270-RELEASE-APPROVED
                   PERFORM 1275-REWRITE-PENDING-FILE
                   display " " erase screen
                   DISPLAY "REVIEW COMPLETE - "
                       WS-REVIEW-APPR-COUNT " APPROVED, "
                       WS-REVIEW-REJ-COUNT " REJECTED, "
                       WS-REVIEW-SKIP-COUNT " SKIPPED."
                   IF WS-REVIEW-REL-COUNT > ZERO
                       DISPLAY WS-REVIEW-REL-COUNT " RELEASED TO "
                           "zip_master_updates.txt - RUN OPTION 9 "
                           "TO APPLY."
                   END-IF
          ACCEPT DUMMY-PAUSE
               END-IF
               END-IF
               display " " erase screen
               MOVE 0 TO SEARCH-TYPE-INPUT.

           1255-LOAD-PENDING-TABLE.
               MOVE ZERO TO WS-PEND-COUNT
               MOVE ZERO TO WS-REVIEW-PEND-COUNT
               MOVE "N" TO WS-PEND-OVERFLOW-SWITCH
               OPEN INPUT PENDING-UPDATE-FILE
               IF WS-PEND-FILE-STATUS = "00"
                   MOVE "N" TO WS-PEND-EOF-SWITCH
                   READ PENDING-UPDATE-FILE
                       AT END SET PENDING-EOF-REACHED TO TRUE
                   END-READ
          PERFORM UNTIL PENDING-EOF-REACHED
            OR WS-PEND-COUNT = WS-PEND-MAX-TABLE-SIZE
               ADD 1 TO WS-PEND-COUNT
               MOVE PENDING-UPDATE-RECORD
                   TO WS-PEND-ROW(WS-PEND-COUNT)
               IF PEND-STATUS = "P"
                   ADD 1 TO WS-REVIEW-PEND-COUNT
               END-IF
               READ PENDING-UPDATE-FILE
                   AT END SET PENDING-EOF-REACHED TO TRUE
               END-READ
          END-PERFORM
                   IF NOT PENDING-EOF-REACHED
                       SET PENDING-TABLE-OVERFLOW TO TRUE
                   END-IF
                   CLOSE PENDING-UPDATE-FILE
               END-IF.

           1260-REVIEW-ONE-UPDATE.
               PERFORM 1262-BUILD-REVIEW-LINES
               MOVE SPACES TO WS-PANEL-MSG
               MOVE "N" TO WS-PANEL-STATE
               PERFORM UNTIL PANEL-INPUT-OK
                   MOVE SPACE TO WS-REVIEW-DECISION
                   DISPLAY UPDATE-REVIEW-SCREEN
                   ACCEPT UPDATE-REVIEW-SCREEN
                   MOVE FUNCTION UPPER-CASE(WS-REVIEW-DECISION)
                       TO WS-REVIEW-DECISION
                   EVALUATE WS-REVIEW-DECISION
                       WHEN "A"
      *                    THE AUDIT REQUIREMENT: WHOEVER KEYED THE
      *                    UPDATE MAY NOT APPROVE IT.  RECORDS KEYED
      *                    BEFORE SIGN-ON CARRY NO USER ID, SO THOSE
      *                    FALL BACK TO THE INITIALS CHECK.
                           IF WORK-ENTRY-OPER NOT = SPACES
                               AND WORK-ENTRY-OPER = WS-OPER-ID
                               MOVE
                                 "YOU KEYED THIS UPDATE, CANNOT APPROVE"
                                   TO WS-PANEL-MSG
                           ELSE
                           IF WORK-ENTRY-OPER = SPACES
                               AND FUNCTION UPPER-CASE(WS-REVIEW-INITS)
                                 = FUNCTION UPPER-CASE(WORK-ENTRY-INITS)
                               MOVE
                                 "INITIALS MATCH ENTRY, CANNOT APPROVE"
                                   TO WS-PANEL-MSG
                           ELSE
                               MOVE "V" TO WS-PANEL-STATE
                           END-IF
                           END-IF
                       WHEN "R"
                           MOVE "V" TO WS-PANEL-STATE
                       WHEN "S"
                       WHEN "X"
                           MOVE "V" TO WS-PANEL-STATE
                       WHEN OTHER
                           MOVE "ENTER A, R, S, OR X."
                               TO WS-PANEL-MSG
                   END-EVALUATE
               END-PERFORM
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO WS-REVIEW-DATE
               EVALUATE WS-REVIEW-DECISION
                   WHEN "A"
                       MOVE "A" TO WORK-STATUS
                       MOVE WS-REVIEW-INITS TO WORK-REVIEW-INITS
                       MOVE WS-REVIEW-DATE TO WORK-REVIEW-DATE
                       MOVE WS-OPER-ID TO WORK-REVIEW-OPER
                       ADD 1 TO WS-REVIEW-APPR-COUNT
                   WHEN "R"
                       MOVE "R" TO WORK-STATUS
                       MOVE WS-REVIEW-INITS TO WORK-REVIEW-INITS
                       MOVE WS-REVIEW-DATE TO WORK-REVIEW-DATE
                       MOVE WS-OPER-ID TO WORK-REVIEW-OPER
                       ADD 1 TO WS-REVIEW-REJ-COUNT
                   WHEN "S"
                       ADD 1 TO WS-REVIEW-SKIP-COUNT
                   WHEN "X"
                       SET REVIEW-STOPPED TO TRUE
                       ADD 1 TO WS-REVIEW-SKIP-COUNT
               END-EVALUATE
               MOVE WS-PEND-WORK TO WS-PEND-ROW(WS-REVIEW-IX).

           1262-BUILD-REVIEW-LINES.
               MOVE SPACES TO WS-REVIEW-COUNT-LINE
               STRING "UPDATE " WS-REVIEW-IX " OF " WS-PEND-COUNT
                   " ON FILE"
                   DELIMITED BY SIZE INTO WS-REVIEW-COUNT-LINE
               END-STRING
               MOVE SPACES TO WS-REVIEW-PEND-LINE-1
               STRING "ACTION " WORK-ACTION-CODE "  ZIP "
                   WORK-ZIP-CODE "  ENTERED " WORK-ENTRY-DATE
                   " BY " WORK-ENTRY-INITS " " WORK-ENTRY-OPER
                   DELIMITED BY SIZE INTO WS-REVIEW-PEND-LINE-1
               END-STRING
               MOVE SPACES TO WS-REVIEW-PEND-LINE-2
               STRING WORK-PLACE-NAME " " WORK-STATE-CODE " "
                   WORK-COUNTY-NAME " " WORK-LAT " " WORK-LON
                   DELIMITED BY SIZE INTO WS-REVIEW-PEND-LINE-2
               END-STRING
               MOVE SPACES TO WS-REVIEW-REASON-LINE
               IF WORK-VENDOR-ENTRY
                   EVALUATE WORK-REASON-CODE
                       WHEN "N"
                           MOVE "VENDOR REFRESH - NEW ZIP"
                               TO WS-REVIEW-REASON-LINE
                       WHEN "R"
                           MOVE "VENDOR REFRESH - CITY RENAME"
                               TO WS-REVIEW-REASON-LINE
                       WHEN "C"
                           MOVE "VENDOR REFRESH - COUNTY CHANGE"
                               TO WS-REVIEW-REASON-LINE
                       WHEN "G"
                           MOVE "VENDOR REFRESH - COORDINATE SHIFT"
                               TO WS-REVIEW-REASON-LINE
                       WHEN "D"
                           MOVE "VENDOR REFRESH - VENDOR DROP"
                               TO WS-REVIEW-REASON-LINE
                       WHEN OTHER
                           MOVE "VENDOR REFRESH - OTHER FIELD CHANGE"
                               TO WS-REVIEW-REASON-LINE
                   END-EVALUATE
               END-IF
               MOVE "N" TO WS-REVIEW-CURR-FOUND-SW
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       CONTINUE
                   WHEN ZIP-CODE-IN(X1) = WORK-ZIP-CODE
                       SET REVIEW-CURR-ON-FILE TO TRUE
               END-SEARCH
               IF REVIEW-CURR-ON-FILE
                   MOVE SPACES TO WS-REVIEW-CURR-LINE
                   STRING PLACE-NAME-IN(X1) " " STATE-CODE-IN(X1)
                       " " COUNTY-NAME-IN(X1) " " LAT-IN(X1) " "
                       LON-IN(X1)
                       DELIMITED BY SIZE INTO WS-REVIEW-CURR-LINE
                   END-STRING
               ELSE
                   MOVE "ZIP NOT ON CURRENT MASTER"
                       TO WS-REVIEW-CURR-LINE
               END-IF.

           1270-RELEASE-APPROVED.
               MOVE ZERO TO WS-REVIEW-REL-COUNT
          PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
            UNTIL WS-REVIEW-IX > WS-PEND-COUNT
               MOVE WS-PEND-ROW(WS-REVIEW-IX) TO WS-PEND-WORK
               IF WORK-STATUS = "A"
                   ADD 1 TO WS-REVIEW-REL-COUNT
               END-IF
          END-PERFORM
               IF WS-REVIEW-REL-COUNT > ZERO
                   PERFORM 1702-SET-MASTER-TYPE
                   MOVE "UPDATE RELEASE" TO WS-GEN-TRIGGER
                   PERFORM 1720-TAKE-GENERATION-BACKUP
                   IF GEN-BACKUP-FAILED
                       DISPLAY "WARNING - NO GENERATION BACKUP TAKEN "
                           "FOR THIS RELEASE."
                   END-IF
      *            EXTEND, NOT OUTPUT - AN EARLIER RELEASE (OR A
      *            HAND-BUILT FILE) STILL WAITING FOR THE APPLY
      *            STEP MUST NOT BE TRUNCATED AWAY.
                   OPEN EXTEND ZIP-UPDATE-FILE
                   IF WS-UPDATE-FILE-STATUS = "35"
                       OPEN OUTPUT ZIP-UPDATE-FILE
                   END-IF
          PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
            UNTIL WS-REVIEW-IX > WS-PEND-COUNT
               MOVE WS-PEND-ROW(WS-REVIEW-IX) TO WS-PEND-WORK
               IF WORK-STATUS = "A"
                   MOVE SPACES TO ZIP-UPDATE-RECORD
                   MOVE WORK-ACTION-CODE TO UPD-ACTION-CODE
                   MOVE WORK-ZIP-CODE    TO UPD-ZIP-CODE
                   MOVE WORK-PLACE-NAME  TO UPD-PLACE-NAME
                   MOVE WORK-STATE-NAME  TO UPD-STATE-NAME
                   MOVE WORK-STATE-CODE  TO UPD-STATE-CODE
                   MOVE WORK-COUNTY-NAME TO UPD-COUNTY-NAME
                   MOVE WORK-LAT         TO UPD-LAT
                   MOVE WORK-LON         TO UPD-LON
                   IF WORK-VENDOR-ENTRY
                       MOVE "V"          TO UPD-SOURCE-CODE
                   ELSE
                       MOVE "P"          TO UPD-SOURCE-CODE
                   END-IF
                   MOVE WORK-ENTRY-OPER  TO UPD-ENTRY-OPER
                   MOVE WORK-REVIEW-OPER TO UPD-REVIEW-OPER
                   WRITE ZIP-UPDATE-RECORD
                   MOVE "X" TO WORK-STATUS
                   MOVE WS-PEND-WORK TO WS-PEND-ROW(WS-REVIEW-IX)
               END-IF
          END-PERFORM
                   CLOSE ZIP-UPDATE-FILE
               END-IF.

           1275-REWRITE-PENDING-FILE.
               OPEN OUTPUT PENDING-UPDATE-FILE
          PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
            UNTIL WS-REVIEW-IX > WS-PEND-COUNT
               MOVE WS-PEND-ROW(WS-REVIEW-IX)
                   TO PENDING-UPDATE-RECORD
               WRITE PENDING-UPDATE-RECORD
          END-PERFORM
               CLOSE PENDING-UPDATE-FILE.

      ****************************************************
      * BILLING INTERFACE EXTRACT.  THE PANEL TAKES A      *
      * STATE LIST OR *ALL; THE SAME RUN IS REACHABLE AS   *
      * BATCH TRANSACTION TYPE X (VALUE = STATE LIST,      *
      * BLANK = FULL FILE).  1310-RUN-EXTRACT WRITES THE   *
      * HEADER, DETAILS, AND CONTROL TRAILER AND STEPS     *
      * THE GENERATION NUMBER.                             *
      ****************************************************
           1300-INTERFACE-EXTRACT.
               MOVE SPACES TO WS-PANEL-MSG
               MOVE SPACES TO WS-EXTRACT-LIST-STAGE
               MOVE "N" TO WS-PANEL-STATE
               PERFORM UNTIL PANEL-INPUT-OK OR PANEL-CANCELLED
                   DISPLAY EXTRACT-INPUT-SCREEN
                   ACCEPT EXTRACT-INPUT-SCREEN
                   IF WS-EXTRACT-LIST-STAGE = SPACES
                       MOVE "C" TO WS-PANEL-STATE
                   ELSE
                       MOVE FUNCTION UPPER-CASE
                           (WS-EXTRACT-LIST-STAGE)
                           TO WS-EXTRACT-LIST-STAGE
                       PERFORM 1305-PARSE-STATE-LIST
                       IF EXTRACT-LIST-VALID
                           MOVE "V" TO WS-PANEL-STATE
                       ELSE
                           MOVE "LIST MUST BE VALID STATE CODES "
                               TO WS-PANEL-MSG
                           MOVE "OR *ALL."
                               TO WS-PANEL-MSG(32:8)
                       END-IF
                   END-IF
               END-PERFORM
               IF PANEL-CANCELLED
                   display " " erase screen
               ELSE
                   MOVE "INTERFACE EXTRACT" TO WS-AUDIT-SEARCH-TYPE
                   MOVE WS-EXTRACT-LIST-STAGE(1:27)
                       TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   PERFORM 1310-RUN-EXTRACT
                   DISPLAY "EXTRACT COMPLETE - GENERATION "
                       WS-EXTRACT-GEN-NO ", " WS-EXTRACT-DET-COUNT
                       " DETAIL RECORDS, HASH " WS-EXTRACT-HASH-TOTAL
                       ".  FEED IS "
                       FUNCTION TRIM(WS-EXTRACT-PATH) "."
          ACCEPT DUMMY-PAUSE
                   display " " erase screen
               END-IF
               MOVE 0 TO SEARCH-TYPE-INPUT.

      ****************************************************
      * PARSE AND VALIDATE THE STATE LIST.  *ALL MEANS     *
      * FULL FILE.  A LIST WITH ANY INVALID CODE (OR NO    *
      * CODES AT ALL) FAILS VALIDATION SO A MIS-KEYED RUN  *
      * NEVER SHIPS A PARTIAL FEED.                        *
      ****************************************************
           1305-PARSE-STATE-LIST.
               MOVE "N" TO WS-EXTRACT-LIST-OK-SW
               MOVE "N" TO WS-EXTRACT-FULL-SWITCH
               MOVE ZERO TO WS-EXTRACT-STATE-COUNT
               IF FUNCTION TRIM(WS-EXTRACT-LIST-STAGE) = "*ALL"
                   SET EXTRACT-FULL-FILE TO TRUE
                   SET EXTRACT-LIST-VALID TO TRUE
               ELSE
                   MOVE SPACES TO WS-EXTRACT-TOKENS
                   SET EXTRACT-LIST-VALID TO TRUE
                   UNSTRING WS-EXTRACT-LIST-STAGE
                       DELIMITED BY "," OR ALL SPACE
                       INTO WS-EXT-TOKEN(1) WS-EXT-TOKEN(2)
                            WS-EXT-TOKEN(3) WS-EXT-TOKEN(4)
                            WS-EXT-TOKEN(5) WS-EXT-TOKEN(6)
                            WS-EXT-TOKEN(7) WS-EXT-TOKEN(8)
                            WS-EXT-TOKEN(9) WS-EXT-TOKEN(10)
                       ON OVERFLOW
      *                    AN 11TH TOKEN MUST FAIL THE LIST, NOT
      *                    SILENTLY SHIP A PARTIAL FEED.
                           MOVE "N" TO WS-EXTRACT-LIST-OK-SW
                   END-UNSTRING
          PERFORM VARYING WS-EXTRACT-IX FROM 1 BY 1
            UNTIL WS-EXTRACT-IX > 10
               IF WS-EXT-TOKEN(WS-EXTRACT-IX) NOT = SPACES
                   IF WS-EXT-TOKEN(WS-EXTRACT-IX)(3:3) NOT = SPACES
      *                A TOKEN LONGER THAN TWO CHARACTERS IS A
      *                MIS-KEY, NOT A STATE CODE WITH A TAIL.
                       MOVE "N" TO WS-EXTRACT-LIST-OK-SW
                   ELSE
                       MOVE WS-EXT-TOKEN(WS-EXTRACT-IX)(1:2)
                           TO STATE-INPUT
                       PERFORM 320-VALIDATE-STATE-INPUT
                       IF STATE-INPUT-VALID
                           AND WS-EXTRACT-STATE-COUNT < 10
                           ADD 1 TO WS-EXTRACT-STATE-COUNT
                           MOVE STATE-INPUT TO WS-EXTRACT-STATE
                               (WS-EXTRACT-STATE-COUNT)
                       ELSE
                           MOVE "N" TO WS-EXTRACT-LIST-OK-SW
                       END-IF
                   END-IF
               END-IF
          END-PERFORM
                   IF WS-EXTRACT-STATE-COUNT = ZERO
                       MOVE "N" TO WS-EXTRACT-LIST-OK-SW
                   END-IF
               END-IF.

           1310-RUN-EXTRACT.
               PERFORM 1315-READ-EXTRACT-GEN
               ADD 1 TO WS-EXTRACT-GEN-NO
               OPEN OUTPUT EXTRACT-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO EXT-HDR-DATE
               MOVE WS-EXTRACT-GEN-NO TO EXT-HDR-GEN
               MOVE SPACES TO EXTRACT-RECORD
               MOVE WS-EXTRACT-HEADER TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               MOVE ZERO TO WS-EXTRACT-DET-COUNT
               MOVE ZERO TO WS-EXTRACT-HASH-TOTAL
          PERFORM VARYING WS-EXTRACT-ROW FROM 1 BY 1
            UNTIL WS-EXTRACT-ROW > WS-RECORD-COUNT
               MOVE "N" TO WS-EXTRACT-WANTED-SW
               IF EXTRACT-FULL-FILE
                   SET EXTRACT-ROW-WANTED TO TRUE
               ELSE
          PERFORM VARYING WS-EXTRACT-IX FROM 1 BY 1
            UNTIL WS-EXTRACT-IX > WS-EXTRACT-STATE-COUNT
               IF STATE-CODE-IN(WS-EXTRACT-ROW)(1:2) =
                       WS-EXTRACT-STATE(WS-EXTRACT-IX)
                   SET EXTRACT-ROW-WANTED TO TRUE
               END-IF
          END-PERFORM
               END-IF
               IF EXTRACT-ROW-WANTED
                   MOVE SPACES TO EXTRACT-RECORD
                   MOVE "D" TO EXTRACT-RECORD(1:1)
                   MOVE ZIP-DATA-TABLE(WS-EXTRACT-ROW)
                       TO EXTRACT-RECORD(2:88)
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-EXTRACT-DET-COUNT
                   ADD ZIP-CODE-IN(WS-EXTRACT-ROW)
                       TO WS-EXTRACT-HASH-TOTAL
               END-IF
          END-PERFORM
               MOVE WS-EXTRACT-DET-COUNT TO EXT-TRL-COUNT
               MOVE WS-EXTRACT-HASH-TOTAL TO EXT-TRL-HASH
               MOVE SPACES TO EXTRACT-RECORD
               MOVE WS-EXTRACT-TRAILER TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               CLOSE EXTRACT-FILE
               PERFORM 1320-WRITE-EXTRACT-GEN.

           1315-READ-EXTRACT-GEN.
               MOVE ZERO TO WS-EXTRACT-GEN-NO
               OPEN INPUT EXTRACT-GEN-FILE
               IF WS-EXTRACT-GEN-STATUS = "00"
                   READ EXTRACT-GEN-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF GEN-NUMBER IS NUMERIC
                               MOVE GEN-NUMBER TO WS-EXTRACT-GEN-NO
                           END-IF
                   END-READ
                   CLOSE EXTRACT-GEN-FILE
               END-IF.

           1320-WRITE-EXTRACT-GEN.
               OPEN OUTPUT EXTRACT-GEN-FILE
               MOVE WS-EXTRACT-GEN-NO TO GEN-NUMBER
               WRITE EXTRACT-GEN-RECORD
               CLOSE EXTRACT-GEN-FILE.

      ****************************************************
      * ZIP+4 DETAIL MAINTENANCE.  APPLIES THE +4 UPDATE   *
      * FILE AGAINST THE LOADED +4 TABLE AND WRITES A NEW  *
      * GENERATION (zip_plus4_details.new) WITH COUNTS AND *
      * AN EXCEPTION REPORT - THE SAME PATTERN THE BASE    *
      * MASTER USES.  AN ADD THAT WOULD OVERLAP A RANGE    *
      * ALREADY ON FILE FOR THE SAME ZIP IS REJECTED, SO   *
      * THE WRONG-CARRIER-ROUTE PROBLEM CANNOT RECUR VIA   *
      * MAINTENANCE.                                       *
      ****************************************************
           1400-ZIP4-MAINTENANCE.
               OPEN INPUT ZIP4-UPDATE-FILE
               IF WS-Z4-UPD-FILE-STATUS NOT = "35"
                   MOVE "4" TO WS-GEN-FILE-TYPE
                   MOVE "ZIP+4 MAINTENANCE" TO WS-GEN-TRIGGER
                   PERFORM 1720-TAKE-GENERATION-BACKUP
               END-IF
               IF WS-Z4-UPD-FILE-STATUS = "35"
                   DISPLAY "NO +4 UPDATE FILE FOUND "
                       "(zip_plus4_updates.txt)."
               ELSE
               IF GEN-BACKUP-FAILED
                   DISPLAY "+4 MAINTENANCE NOT RUN - THE +4 FILE COULD "
                       "NOT BE BACKED UP FIRST."
               ELSE
                   OPEN OUTPUT NEW-ZIP4-FILE
                   OPEN OUTPUT ZIP4-MAINT-REPORT-FILE
                   MOVE "ZIP4 MAINTENANCE" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "+4 UPDATE FILE RUN" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   MOVE ZERO TO WS-Z4-UPD-READ-COUNT
                   MOVE ZERO TO WS-Z4-UPD-ADD-COUNT
                   MOVE ZERO TO WS-Z4-UPD-CHG-COUNT
                   MOVE ZERO TO WS-Z4-UPD-DEL-COUNT
                   MOVE ZERO TO WS-Z4-UPD-REJ-COUNT
                   MOVE "ZIP+4 MAINTENANCE - CHANGE REPORT"
                       TO ZIP4-MAINT-REPORT-RECORD
                   WRITE ZIP4-MAINT-REPORT-RECORD
                   MOVE "N" TO WS-Z4-UPD-EOF-SWITCH
                   READ ZIP4-UPDATE-FILE
                       AT END SET ZIP4-UPD-EOF-REACHED TO TRUE
                   END-READ
          PERFORM UNTIL ZIP4-UPD-EOF-REACHED
                   ADD 1 TO WS-Z4-UPD-READ-COUNT
                   PERFORM 1410-APPLY-ZIP4-UPDATE
                   READ ZIP4-UPDATE-FILE
                       AT END SET ZIP4-UPD-EOF-REACHED TO TRUE
                   END-READ
          END-PERFORM
                   SORT WS-ZIP4-TABLE
                       ASCENDING KEY Z4-ZIP-CODE Z4-PLUS4-LOW
                   PERFORM 1450-WRITE-NEW-ZIP4
                   PERFORM 1460-WRITE-ZIP4-MAINT-TOTALS
                   CLOSE NEW-ZIP4-FILE
                   CLOSE ZIP4-MAINT-REPORT-FILE
                   DISPLAY "ZIP+4 MAINTENANCE COMPLETE.  NEW "
                       "GENERATION IS zip_plus4_details.new, "
                       "REPORT IS zip_plus4_maint_report.txt."
               END-IF
               END-IF
               CLOSE ZIP4-UPDATE-FILE
          ACCEPT DUMMY-PAUSE
          display " " erase screen
          MOVE 0 TO SEARCH-TYPE-INPUT.

           1410-APPLY-ZIP4-UPDATE.
               IF Z4U-ZIP-CODE IS NOT NUMERIC
                   OR Z4U-PLUS4-LOW IS NOT NUMERIC
                   OR Z4U-PLUS4-HIGH IS NOT NUMERIC
                   MOVE "RANGE FIELDS NOT NUMERIC"
                       TO WS-Z4-REJECT-REASON
                   PERFORM 1445-REJECT-ZIP4-UPDATE
               ELSE
               IF Z4U-PLUS4-LOW > Z4U-PLUS4-HIGH
                   MOVE "+4 LOW/HIGH OUT OF ORDER"
                       TO WS-Z4-REJECT-REASON
                   PERFORM 1445-REJECT-ZIP4-UPDATE
               ELSE
                   MOVE Z4U-ZIP-CODE TO WS-Z4-UPD-ZIP
                   MOVE Z4U-PLUS4-LOW TO WS-Z4-UPD-LOW
                   MOVE Z4U-PLUS4-HIGH TO WS-Z4-UPD-HIGH
                   PERFORM 1415-FIND-ZIP4-RANGE
                   EVALUATE Z4U-ACTION-CODE
                       WHEN "A"
                           PERFORM 1420-ADD-ZIP4-RANGE
                       WHEN "C"
                           PERFORM 1430-CHANGE-ZIP4-RANGE
                       WHEN "D"
                           PERFORM 1440-DELETE-ZIP4-RANGE
                       WHEN OTHER
                           MOVE "INVALID ACTION CODE"
                               TO WS-Z4-REJECT-REASON
                           PERFORM 1445-REJECT-ZIP4-UPDATE
                   END-EVALUATE
               END-IF
               END-IF.

           1415-FIND-ZIP4-RANGE.
               MOVE "N" TO WS-Z4-UPD-FOUND-SWITCH
               MOVE ZERO TO WS-Z4-MAINT-ROW
          PERFORM VARYING WS-Z4-SCAN-ROW FROM 1 BY 1
            UNTIL WS-Z4-SCAN-ROW > WS-ZIP4-COUNT
               OR ZIP4-UPD-RANGE-FOUND
               IF Z4-ZIP-CODE(WS-Z4-SCAN-ROW) = WS-Z4-UPD-ZIP
                   AND Z4-PLUS4-LOW(WS-Z4-SCAN-ROW) = WS-Z4-UPD-LOW
                   AND Z4-PLUS4-HIGH(WS-Z4-SCAN-ROW) = WS-Z4-UPD-HIGH
                   SET ZIP4-UPD-RANGE-FOUND TO TRUE
                   MOVE WS-Z4-SCAN-ROW TO WS-Z4-MAINT-ROW
               END-IF
          END-PERFORM.

           1420-ADD-ZIP4-RANGE.
               IF ZIP4-UPD-RANGE-FOUND
                   MOVE "RANGE ALREADY ON FILE"
                       TO WS-Z4-REJECT-REASON
                   PERFORM 1445-REJECT-ZIP4-UPDATE
               ELSE
               IF WS-ZIP4-COUNT = WS-ZIP4-MAX-TABLE-SIZE
                   MOVE "+4 TABLE FULL" TO WS-Z4-REJECT-REASON
                   PERFORM 1445-REJECT-ZIP4-UPDATE
               ELSE
                   MOVE "N" TO WS-Z4-OVERLAP-SWITCH
          PERFORM VARYING WS-Z4-SCAN-ROW FROM 1 BY 1
            UNTIL WS-Z4-SCAN-ROW > WS-ZIP4-COUNT
               OR ZIP4-UPD-OVERLAPS
               IF Z4-ZIP-CODE(WS-Z4-SCAN-ROW) = WS-Z4-UPD-ZIP
                   AND WS-Z4-UPD-LOW NOT >
                       Z4-PLUS4-HIGH(WS-Z4-SCAN-ROW)
                   AND WS-Z4-UPD-HIGH NOT <
                       Z4-PLUS4-LOW(WS-Z4-SCAN-ROW)
                   SET ZIP4-UPD-OVERLAPS TO TRUE
               END-IF
          END-PERFORM
                   IF ZIP4-UPD-OVERLAPS
                       MOVE "OVERLAPS EXISTING RANGE"
                           TO WS-Z4-REJECT-REASON
                       PERFORM 1445-REJECT-ZIP4-UPDATE
                   ELSE
                       ADD 1 TO WS-ZIP4-COUNT
                       MOVE WS-Z4-UPD-ZIP
                           TO Z4-ZIP-CODE(WS-ZIP4-COUNT)
                       MOVE WS-Z4-UPD-LOW
                           TO Z4-PLUS4-LOW(WS-ZIP4-COUNT)
                       MOVE WS-Z4-UPD-HIGH
                           TO Z4-PLUS4-HIGH(WS-ZIP4-COUNT)
                       MOVE Z4U-CARRIER-ROUTE
                           TO Z4-CARRIER-ROUTE(WS-ZIP4-COUNT)
                       MOVE Z4U-DELIVERY-TYPE
                           TO Z4-DELIVERY-TYPE(WS-ZIP4-COUNT)
                       ADD 1 TO WS-Z4-UPD-ADD-COUNT
                       MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
                       STRING "ADD    " ZIP4-UPDATE-RECORD
                           " APPLIED"
                           DELIMITED BY SIZE
                           INTO ZIP4-MAINT-REPORT-RECORD
                       END-STRING
                       WRITE ZIP4-MAINT-REPORT-RECORD
                   END-IF
               END-IF
               END-IF.

           1430-CHANGE-ZIP4-RANGE.
               IF NOT ZIP4-UPD-RANGE-FOUND
                   MOVE "RANGE NOT ON FILE" TO WS-Z4-REJECT-REASON
                   PERFORM 1445-REJECT-ZIP4-UPDATE
               ELSE
                   MOVE Z4U-CARRIER-ROUTE
                       TO Z4-CARRIER-ROUTE(WS-Z4-MAINT-ROW)
                   MOVE Z4U-DELIVERY-TYPE
                       TO Z4-DELIVERY-TYPE(WS-Z4-MAINT-ROW)
                   ADD 1 TO WS-Z4-UPD-CHG-COUNT
                   MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
                   STRING "CHANGE " ZIP4-UPDATE-RECORD " APPLIED"
                       DELIMITED BY SIZE
                       INTO ZIP4-MAINT-REPORT-RECORD
                   END-STRING
                   WRITE ZIP4-MAINT-REPORT-RECORD
               END-IF.

           1440-DELETE-ZIP4-RANGE.
               IF NOT ZIP4-UPD-RANGE-FOUND
                   MOVE "RANGE NOT ON FILE" TO WS-Z4-REJECT-REASON
                   PERFORM 1445-REJECT-ZIP4-UPDATE
               ELSE
          PERFORM VARYING WS-Z4-MAINT-SHIFT FROM WS-Z4-MAINT-ROW BY 1
            UNTIL WS-Z4-MAINT-SHIFT >= WS-ZIP4-COUNT
               MOVE WS-ZIP4-TABLE(WS-Z4-MAINT-SHIFT + 1)
                   TO WS-ZIP4-TABLE(WS-Z4-MAINT-SHIFT)
          END-PERFORM
                   SUBTRACT 1 FROM WS-ZIP4-COUNT
                   ADD 1 TO WS-Z4-UPD-DEL-COUNT
                   MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
                   STRING "DELETE " ZIP4-UPDATE-RECORD " APPLIED"
                       DELIMITED BY SIZE
                       INTO ZIP4-MAINT-REPORT-RECORD
                   END-STRING
                   WRITE ZIP4-MAINT-REPORT-RECORD
               END-IF.

           1445-REJECT-ZIP4-UPDATE.
               ADD 1 TO WS-Z4-UPD-REJ-COUNT
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "REJECT " ZIP4-UPDATE-RECORD " - "
                   FUNCTION TRIM(WS-Z4-REJECT-REASON)
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD.

           1450-WRITE-NEW-ZIP4.
          PERFORM VARYING WS-Z4-MAINT-SHIFT FROM 1 BY 1
            UNTIL WS-Z4-MAINT-SHIFT > WS-ZIP4-COUNT
               MOVE WS-ZIP4-TABLE(WS-Z4-MAINT-SHIFT)
                   TO NEW-ZIP4-RECORD
               WRITE NEW-ZIP4-RECORD
          END-PERFORM.

           1460-WRITE-ZIP4-MAINT-TOTALS.
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               WRITE ZIP4-MAINT-REPORT-RECORD
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "UPDATES READ:     " WS-Z4-UPD-READ-COUNT
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "ADDS APPLIED:     " WS-Z4-UPD-ADD-COUNT
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "CHANGES APPLIED:  " WS-Z4-UPD-CHG-COUNT
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "DELETES APPLIED:  " WS-Z4-UPD-DEL-COUNT
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "UPDATES REJECTED: " WS-Z4-UPD-REJ-COUNT
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD
               MOVE SPACES TO ZIP4-MAINT-REPORT-RECORD
               STRING "RANGES ON NEW GENERATION: " WS-ZIP4-COUNT
                   DELIMITED BY SIZE INTO ZIP4-MAINT-REPORT-RECORD
               END-STRING
               WRITE ZIP4-MAINT-REPORT-RECORD.

      ****************************************************
      * ZIP CHANGE HISTORY INQUIRY.  LISTS EVERY HISTORY   *
      * ENTRY FOR ONE ZIP, OLDEST FIRST, AND WITH AN AS-OF *
      * DATE SHOWS WHAT THE ZIP WAS ON FILE AS AT THE END  *
      * OF THAT DAY.                                       *
      ****************************************************
           1500-HISTORY-INQUIRY.
               MOVE SPACES TO WS-PANEL-MSG
               MOVE SPACES TO ZIPCODE-INPUT-STAGE
               MOVE SPACES TO WS-HIST-ASOF-STAGE
               MOVE "N" TO WS-PANEL-STATE
               PERFORM UNTIL PANEL-INPUT-OK OR PANEL-CANCELLED
                   DISPLAY HISTORY-INPUT-SCREEN
                   ACCEPT HISTORY-INPUT-SCREEN
                   MOVE SPACES TO WS-PANEL-MSG
                   IF ZIPCODE-INPUT-STAGE = SPACES
                       MOVE "C" TO WS-PANEL-STATE
                   ELSE
                   IF FUNCTION TRIM(ZIPCODE-INPUT-STAGE)
                           IS NOT NUMERIC
                       MOVE "INVALID ZIP CODE - MUST BE 5 DIGITS."
                           TO WS-PANEL-MSG
                   ELSE
                   IF WS-HIST-ASOF-STAGE NOT = SPACES
                       AND (WS-HIST-ASOF-STAGE IS NOT NUMERIC
                         OR FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL(WS-HIST-ASOF-STAGE))
                           NOT = 0)
                       MOVE "INVALID AS-OF DATE - USE YYYYMMDD."
                           TO WS-PANEL-MSG
                   ELSE
                       MOVE "V" TO WS-PANEL-STATE
                   END-IF
                   END-IF
                   END-IF
               END-PERFORM
               IF PANEL-INPUT-OK
                   MOVE "HISTORY INQUIRY" TO WS-AUDIT-SEARCH-TYPE
                   MOVE SPACES TO WS-AUDIT-SEARCH-VALUE
                   STRING ZIPCODE-INPUT-STAGE " " WS-HIST-ASOF-STAGE
                       DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                   END-STRING
                   PERFORM 950-WRITE-AUDIT-LOG
                   MOVE ZIPCODE-INPUT-STAGE TO ZIPCODE-INPUT
                   MOVE WS-HIST-ASOF-STAGE TO WS-HIST-ASOF-DATE
                   MOVE ZERO TO WS-RESULT-COUNT
                   MOVE SPACES TO WS-PAGE-TITLE
                   STRING "CHANGE HISTORY FOR ZIP " ZIPCODE-INPUT
                       DELIMITED BY SIZE INTO WS-PAGE-TITLE
                   END-STRING
                   PERFORM 1510-SCAN-HISTORY-FILE
                   IF WS-HIST-ASOF-DATE NOT = SPACES
                       PERFORM 1530-SHOW-AS-OF-IMAGE
                   END-IF
                   PERFORM 1100-PAGE-RESULTS
               END-IF
               display " " erase screen
               MOVE 0 TO SEARCH-TYPE-INPUT.

           1510-SCAN-HISTORY-FILE.
               MOVE ZERO TO WS-HIST-MATCH-COUNT
               MOVE "N" TO WS-HIST-ASOF-SWITCH
               OPEN INPUT ZIP-HISTORY-FILE
               IF WS-HIST-FILE-STATUS NOT = "00"
                   MOVE "NO CHANGE HISTORY FILE ON HAND."
                       TO WS-RESULT-TEXT
                   PERFORM 1120-ADD-RESULT-LINE
               ELSE
                   MOVE "N" TO WS-HIST-EOF-SWITCH
                   READ ZIP-HISTORY-FILE
                       AT END SET HISTORY-EOF-REACHED TO TRUE
                   END-READ
          PERFORM UNTIL HISTORY-EOF-REACHED
               IF HIST-ZIP-CODE = ZIPCODE-INPUT
                   ADD 1 TO WS-HIST-MATCH-COUNT
                   PERFORM 1520-ADD-HISTORY-LINES
                   IF WS-HIST-ASOF-DATE NOT = SPACES
                       AND NOT HISTORY-ASOF-FOUND
                       AND HIST-EFFECTIVE-DATE > WS-HIST-ASOF-DATE
                       SET HISTORY-ASOF-FOUND TO TRUE
                       MOVE HIST-BEFORE-IMAGE TO WS-HIST-ASOF-IMAGE
                   END-IF
               END-IF
               READ ZIP-HISTORY-FILE
                   AT END SET HISTORY-EOF-REACHED TO TRUE
               END-READ
          END-PERFORM
                   CLOSE ZIP-HISTORY-FILE
                   IF WS-HIST-MATCH-COUNT = ZERO
                       MOVE SPACES TO WS-RESULT-TEXT
                       STRING "NO CHANGES ON FILE FOR ZIP "
                           ZIPCODE-INPUT "."
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                       END-STRING
                       PERFORM 1120-ADD-RESULT-LINE
                   END-IF
               END-IF.

           1520-ADD-HISTORY-LINES.
               EVALUATE HIST-ACTION-CODE
                   WHEN "A"
                       MOVE "ADD" TO WS-HIST-ACTION-WORD
                   WHEN "C"
                       MOVE "CHANGE" TO WS-HIST-ACTION-WORD
                   WHEN "D"
                       MOVE "DELETE" TO WS-HIST-ACTION-WORD
                   WHEN OTHER
                       MOVE HIST-ACTION-CODE TO WS-HIST-ACTION-WORD
               END-EVALUATE
               EVALUATE HIST-SOURCE-CODE
                   WHEN "P"
                       MOVE "APPROVED PENDING" TO WS-HIST-SOURCE-WORD
                   WHEN "V"
                       MOVE "VENDOR REFRESH" TO WS-HIST-SOURCE-WORD
                   WHEN "R"
                       MOVE "ROLLBACK" TO WS-HIST-SOURCE-WORD
                   WHEN OTHER
                       MOVE "UPDATE FILE" TO WS-HIST-SOURCE-WORD
               END-EVALUATE
               MOVE SPACES TO WS-RESULT-TEXT
               STRING HIST-EFFECTIVE-DATE " " HIST-EFFECTIVE-TIME " "
                   WS-HIST-ACTION-WORD " FROM " WS-HIST-SOURCE-WORD
                   " APPLIED BY " HIST-APPLY-OPER
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 1120-ADD-RESULT-LINE
               IF HIST-ENTRY-OPER NOT = SPACES
                   OR HIST-REVIEW-OPER NOT = SPACES
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "  KEYED BY " HIST-ENTRY-OPER
                       "  APPROVED BY " HIST-REVIEW-OPER
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   END-STRING
                   PERFORM 1120-ADD-RESULT-LINE
               END-IF
               IF HIST-BEFORE-IMAGE NOT = SPACES
                   MOVE "  BEFORE: " TO WS-HIST-IMAGE-LABEL
                   MOVE HIST-BEFORE-IMAGE TO WS-ZIPCODE
                   PERFORM 1540-ADD-IMAGE-LINE
               END-IF
               IF HIST-AFTER-IMAGE NOT = SPACES
                   MOVE "  AFTER:  " TO WS-HIST-IMAGE-LABEL
                   MOVE HIST-AFTER-IMAGE TO WS-ZIPCODE
                   PERFORM 1540-ADD-IMAGE-LINE
               END-IF.

           1530-SHOW-AS-OF-IMAGE.
               MOVE SPACES TO WS-RESULT-TEXT
               PERFORM 1120-ADD-RESULT-LINE
               STRING "ON FILE AS OF " WS-HIST-ASOF-DATE ":"
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 1120-ADD-RESULT-LINE
               IF NOT HISTORY-ASOF-FOUND
                   MOVE SPACES TO WS-HIST-ASOF-IMAGE
                   SEARCH ALL ZIP-DATA-TABLE
                       AT END
                           CONTINUE
                       WHEN ZIP-CODE-IN(X1) = ZIPCODE-INPUT
                           MOVE ZIP-DATA-TABLE(X1)
                               TO WS-HIST-ASOF-IMAGE
                   END-SEARCH
               END-IF
               IF WS-HIST-ASOF-IMAGE = SPACES
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "  ZIP " ZIPCODE-INPUT " WAS NOT ON FILE."
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   END-STRING
                   PERFORM 1120-ADD-RESULT-LINE
               ELSE
                   MOVE WS-HIST-ASOF-IMAGE TO WS-ZIPCODE
                   PERFORM 1130-ADD-ZIPCODE-RESULT
               END-IF.

           1540-ADD-IMAGE-LINE.
               MOVE PLACE-NAME-HOLD  TO RB-PLACE
               MOVE STATE-CODE-HOLD  TO RB-STATE
               MOVE COUNTY-NAME-HOLD TO RB-COUNTY
               MOVE LAT-HOLD         TO RB-LAT
               MOVE LON-HOLD         TO RB-LON
               MOVE SPACES TO WS-RESULT-TEXT
               STRING WS-HIST-IMAGE-LABEL WS-RESULT-BUILD(7:62)
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 1120-ADD-RESULT-LINE.

      ****************************************************
      * PLACE ALIAS MAINTENANCE.  APPLIES                  *
      * zip_alias_updates.txt (ACTION A/C/D, ZIP, ALIAS    *
      * NAME, ACCEPTABLE FLAG, PREFERRED FLAG) TO THE      *
      * LOADED ALIAS TABLE AND WRITES THE NEW GENERATION   *
      * zip_place_aliases.new WITH A CHANGE REPORT, THE    *
      * SAME WAY 1400 DOES FOR THE +4 FILE.  AN ALIAS IS   *
      * KEYED BY ZIP AND NAME; A CHANGE RESETS ITS FLAGS.  *
      * A ZIP HAS AT MOST ONE PREFERRED ALIAS, SO FLAGGING *
      * A NEW ONE CLEARS THE OLD ONE (NOTED ON THE REPORT) *
      ****************************************************
           1600-ALIAS-MAINTENANCE.
               OPEN INPUT ALIAS-UPDATE-FILE
               IF WS-AL-UPD-FILE-STATUS = "35"
                   DISPLAY "NO ALIAS UPDATE FILE FOUND "
                       "(zip_alias_updates.txt)."
               ELSE
                   OPEN OUTPUT NEW-ALIAS-FILE
                   OPEN OUTPUT ALIAS-MAINT-REPORT-FILE
                   MOVE "ALIAS MAINTENANCE" TO WS-AUDIT-SEARCH-TYPE
                   MOVE "ALIAS UPDATE FILE RUN" TO WS-AUDIT-SEARCH-VALUE
                   PERFORM 950-WRITE-AUDIT-LOG
                   MOVE ZERO TO WS-AL-UPD-READ-COUNT
                   MOVE ZERO TO WS-AL-UPD-ADD-COUNT
                   MOVE ZERO TO WS-AL-UPD-CHG-COUNT
                   MOVE ZERO TO WS-AL-UPD-DEL-COUNT
                   MOVE ZERO TO WS-AL-UPD-REJ-COUNT
                   MOVE "PLACE ALIAS MAINTENANCE - CHANGE REPORT"
                       TO ALIAS-MAINT-REPORT-RECORD
                   WRITE ALIAS-MAINT-REPORT-RECORD
                   MOVE "N" TO WS-AL-UPD-EOF-SWITCH
                   READ ALIAS-UPDATE-FILE
                       AT END SET ALIAS-UPD-EOF-REACHED TO TRUE
                   END-READ
          PERFORM UNTIL ALIAS-UPD-EOF-REACHED
                   ADD 1 TO WS-AL-UPD-READ-COUNT
                   PERFORM 1610-APPLY-ALIAS-UPDATE
                   READ ALIAS-UPDATE-FILE
                       AT END SET ALIAS-UPD-EOF-REACHED TO TRUE
                   END-READ
          END-PERFORM
                   IF WS-ALIAS-COUNT > 0
                       SORT WS-ALIAS-TABLE
                           ASCENDING KEY AL-ZIP-CODE AL-ALIAS-NAME
                   END-IF
                   PERFORM 1650-WRITE-NEW-ALIASES
                   PERFORM 1660-WRITE-ALIAS-MAINT-TOTALS
                   CLOSE NEW-ALIAS-FILE
                   CLOSE ALIAS-MAINT-REPORT-FILE
                   DISPLAY "ALIAS MAINTENANCE COMPLETE.  NEW "
                       "GENERATION IS zip_place_aliases.new, "
                       "REPORT IS zip_alias_maint_report.txt."
               END-IF
               CLOSE ALIAS-UPDATE-FILE
          ACCEPT DUMMY-PAUSE
          display " " erase screen
          MOVE 0 TO SEARCH-TYPE-INPUT.

           1610-APPLY-ALIAS-UPDATE.
               MOVE FUNCTION UPPER-CASE(ALU-ACCEPT-FLAG)
                   TO WS-AL-UPD-ACCEPT
               MOVE FUNCTION UPPER-CASE(ALU-PREFERRED-FLAG)
                   TO WS-AL-UPD-PREFERRED
               IF WS-AL-UPD-ACCEPT = SPACE
                   MOVE "Y" TO WS-AL-UPD-ACCEPT
               END-IF
               IF WS-AL-UPD-PREFERRED = SPACE
                   MOVE "N" TO WS-AL-UPD-PREFERRED
               END-IF
               EVALUATE TRUE
                   WHEN ALU-ZIP-CODE IS NOT NUMERIC
                       MOVE "ZIP CODE NOT NUMERIC"
                           TO WS-AL-REJECT-REASON
                       PERFORM 1645-REJECT-ALIAS-UPDATE
                   WHEN ALU-ALIAS-NAME = SPACES
                       MOVE "ALIAS NAME BLANK" TO WS-AL-REJECT-REASON
                       PERFORM 1645-REJECT-ALIAS-UPDATE
                   WHEN WS-AL-UPD-ACCEPT NOT = "Y"
                       AND WS-AL-UPD-ACCEPT NOT = "N"
                       MOVE "ACCEPTABLE FLAG NOT Y/N"
                           TO WS-AL-REJECT-REASON
                       PERFORM 1645-REJECT-ALIAS-UPDATE
                   WHEN WS-AL-UPD-PREFERRED NOT = "Y"
                       AND WS-AL-UPD-PREFERRED NOT = "N"
                       MOVE "PREFERRED FLAG NOT Y/N"
                           TO WS-AL-REJECT-REASON
                       PERFORM 1645-REJECT-ALIAS-UPDATE
                   WHEN WS-AL-UPD-PREFERRED = "Y"
                       AND WS-AL-UPD-ACCEPT = "N"
                       MOVE "PREFERRED NAME NOT ACCEPTABLE"
                           TO WS-AL-REJECT-REASON
                       PERFORM 1645-REJECT-ALIAS-UPDATE
                   WHEN OTHER
                       MOVE ALU-ZIP-CODE TO WS-AL-UPD-ZIP
                       MOVE ALU-ALIAS-NAME TO WS-AL-UPD-NAME
                       PERFORM 1615-FIND-ALIAS
                       EVALUATE ALU-ACTION-CODE
                           WHEN "A"
                               PERFORM 1620-ADD-ALIAS
                           WHEN "C"
                               PERFORM 1630-CHANGE-ALIAS
                           WHEN "D"
                               PERFORM 1640-DELETE-ALIAS
                           WHEN OTHER
                               MOVE "INVALID ACTION CODE"
                                   TO WS-AL-REJECT-REASON
                               PERFORM 1645-REJECT-ALIAS-UPDATE
                       END-EVALUATE
               END-EVALUATE.

           1615-FIND-ALIAS.
               MOVE "N" TO WS-AL-UPD-FOUND-SWITCH
               MOVE ZERO TO WS-AL-MAINT-ROW
          PERFORM VARYING WS-AL-SCAN-ROW FROM 1 BY 1
            UNTIL WS-AL-SCAN-ROW > WS-ALIAS-COUNT
               OR ALIAS-UPD-FOUND
               IF AL-ZIP-CODE(WS-AL-SCAN-ROW) = WS-AL-UPD-ZIP
                   AND FUNCTION UPPER-CASE
                       (AL-ALIAS-NAME(WS-AL-SCAN-ROW))
                       = FUNCTION UPPER-CASE(WS-AL-UPD-NAME)
                   SET ALIAS-UPD-FOUND TO TRUE
                   MOVE WS-AL-SCAN-ROW TO WS-AL-MAINT-ROW
               END-IF
          END-PERFORM.

      ****************************************************
      * AN ALIAS NEEDS ITS ZIP ON THE MASTER AND MUST NOT  *
      * REPEAT THE MASTER PLACE NAME.                      *
      ****************************************************
           1617-CHECK-ALIAS-MASTER.
               MOVE "N" TO WS-AL-MASTER-OK-SWITCH
               MOVE "ZIP NOT ON MASTER" TO WS-AL-REJECT-REASON
               SEARCH ALL ZIP-DATA-TABLE
                   AT END
                       CONTINUE
                   WHEN ZIP-CODE-IN(X1) = WS-AL-UPD-ZIP
                       IF FUNCTION UPPER-CASE(PLACE-NAME-IN(X1))
                               = FUNCTION UPPER-CASE(WS-AL-UPD-NAME)
                           MOVE "SAME AS MASTER PLACE NAME"
                               TO WS-AL-REJECT-REASON
                       ELSE
                           SET ALIAS-MASTER-OK TO TRUE
                       END-IF
               END-SEARCH.

           1620-ADD-ALIAS.
               IF ALIAS-UPD-FOUND
                   MOVE "ALIAS ALREADY ON FILE" TO WS-AL-REJECT-REASON
                   PERFORM 1645-REJECT-ALIAS-UPDATE
               ELSE
               IF WS-ALIAS-COUNT = WS-ALIAS-MAX-TABLE-SIZE
                   MOVE "ALIAS TABLE FULL" TO WS-AL-REJECT-REASON
                   PERFORM 1645-REJECT-ALIAS-UPDATE
               ELSE
                   PERFORM 1617-CHECK-ALIAS-MASTER
                   IF NOT ALIAS-MASTER-OK
                       PERFORM 1645-REJECT-ALIAS-UPDATE
                   ELSE
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE WS-ALIAS-COUNT TO WS-AL-MAINT-ROW
                       MOVE WS-AL-UPD-ZIP
                           TO AL-ZIP-CODE(WS-AL-MAINT-ROW)
                       MOVE WS-AL-UPD-NAME
                           TO AL-ALIAS-NAME(WS-AL-MAINT-ROW)
                       MOVE WS-AL-UPD-ACCEPT
                           TO AL-ACCEPT-FLAG(WS-AL-MAINT-ROW)
                       MOVE WS-AL-UPD-PREFERRED
                           TO AL-PREFERRED-FLAG(WS-AL-MAINT-ROW)
                       ADD 1 TO WS-AL-UPD-ADD-COUNT
                       MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
                       STRING "ADD    " ALIAS-UPDATE-RECORD
                           " APPLIED"
                           DELIMITED BY SIZE
                           INTO ALIAS-MAINT-REPORT-RECORD
                       END-STRING
                       WRITE ALIAS-MAINT-REPORT-RECORD
                       IF WS-AL-UPD-PREFERRED = "Y"
                           PERFORM 1625-CLEAR-OTHER-PREFERRED
                       END-IF
                   END-IF
               END-IF
               END-IF.

           1625-CLEAR-OTHER-PREFERRED.
          PERFORM VARYING WS-AL-SCAN-ROW FROM 1 BY 1
            UNTIL WS-AL-SCAN-ROW > WS-ALIAS-COUNT
               IF AL-ZIP-CODE(WS-AL-SCAN-ROW) = WS-AL-UPD-ZIP
                   AND WS-AL-SCAN-ROW NOT = WS-AL-MAINT-ROW
                   AND ALIAS-PREFERRED(WS-AL-SCAN-ROW)
                   MOVE "N" TO AL-PREFERRED-FLAG(WS-AL-SCAN-ROW)
                   MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
                   STRING "       PREFERRED FLAG CLEARED ON "
                       AL-ALIAS-NAME(WS-AL-SCAN-ROW)
                       DELIMITED BY SIZE
                       INTO ALIAS-MAINT-REPORT-RECORD
                   END-STRING
                   WRITE ALIAS-MAINT-REPORT-RECORD
               END-IF
          END-PERFORM.

           1630-CHANGE-ALIAS.
               IF NOT ALIAS-UPD-FOUND
                   MOVE "ALIAS NOT ON FILE" TO WS-AL-REJECT-REASON
                   PERFORM 1645-REJECT-ALIAS-UPDATE
               ELSE
                   MOVE WS-AL-UPD-ACCEPT
                       TO AL-ACCEPT-FLAG(WS-AL-MAINT-ROW)
                   MOVE WS-AL-UPD-PREFERRED
                       TO AL-PREFERRED-FLAG(WS-AL-MAINT-ROW)
                   ADD 1 TO WS-AL-UPD-CHG-COUNT
                   MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
                   STRING "CHANGE " ALIAS-UPDATE-RECORD " APPLIED"
                       DELIMITED BY SIZE
                       INTO ALIAS-MAINT-REPORT-RECORD
                   END-STRING
                   WRITE ALIAS-MAINT-REPORT-RECORD
                   IF WS-AL-UPD-PREFERRED = "Y"
                       PERFORM 1625-CLEAR-OTHER-PREFERRED
                   END-IF
               END-IF.

           1640-DELETE-ALIAS.
               IF NOT ALIAS-UPD-FOUND
                   MOVE "ALIAS NOT ON FILE" TO WS-AL-REJECT-REASON
                   PERFORM 1645-REJECT-ALIAS-UPDATE
               ELSE
          PERFORM VARYING WS-AL-MAINT-SHIFT FROM WS-AL-MAINT-ROW BY 1
            UNTIL WS-AL-MAINT-SHIFT >= WS-ALIAS-COUNT
               MOVE WS-ALIAS-TABLE(WS-AL-MAINT-SHIFT + 1)
                   TO WS-ALIAS-TABLE(WS-AL-MAINT-SHIFT)
          END-PERFORM
                   SUBTRACT 1 FROM WS-ALIAS-COUNT
                   ADD 1 TO WS-AL-UPD-DEL-COUNT
                   MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
                   STRING "DELETE " ALIAS-UPDATE-RECORD " APPLIED"
                       DELIMITED BY SIZE
                       INTO ALIAS-MAINT-REPORT-RECORD
                   END-STRING
                   WRITE ALIAS-MAINT-REPORT-RECORD
               END-IF.

           1645-REJECT-ALIAS-UPDATE.
               ADD 1 TO WS-AL-UPD-REJ-COUNT
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "REJECT " ALIAS-UPDATE-RECORD " - "
                   FUNCTION TRIM(WS-AL-REJECT-REASON)
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD.

           1650-WRITE-NEW-ALIASES.
          PERFORM VARYING WS-AL-MAINT-SHIFT FROM 1 BY 1
            UNTIL WS-AL-MAINT-SHIFT > WS-ALIAS-COUNT
               MOVE WS-ALIAS-TABLE(WS-AL-MAINT-SHIFT)
                   TO NEW-ALIAS-RECORD
               WRITE NEW-ALIAS-RECORD
          END-PERFORM.

           1660-WRITE-ALIAS-MAINT-TOTALS.
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               WRITE ALIAS-MAINT-REPORT-RECORD
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "UPDATES READ:     " WS-AL-UPD-READ-COUNT
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "ADDS APPLIED:     " WS-AL-UPD-ADD-COUNT
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "CHANGES APPLIED:  " WS-AL-UPD-CHG-COUNT
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "DELETES APPLIED:  " WS-AL-UPD-DEL-COUNT
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "UPDATES REJECTED: " WS-AL-UPD-REJ-COUNT
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD
               MOVE SPACES TO ALIAS-MAINT-REPORT-RECORD
               STRING "ALIASES ON NEW GENERATION: " WS-ALIAS-COUNT
                   DELIMITED BY SIZE INTO ALIAS-MAINT-REPORT-RECORD
               END-STRING
               WRITE ALIAS-MAINT-REPORT-RECORD.

      ****************************************************
      * MASTER GENERATION RESTORE (SUPERVISOR ONLY).  THE  *
      * CATALOG IS LISTED NEWEST FIRST, THE SUPERVISOR     *
      * KEYS THE GENERATION AND CONFIRMS, AND 1750 ROLLS   *
      * THE FILE BACK.                                     *
      ****************************************************
           1700-GENERATION-RESTORE.
               PERFORM 1710-LOAD-GEN-CATALOG
               IF WS-GEN-COUNT = ZERO
                   DISPLAY "NO GENERATIONS IN THE CATALOG ("
                       FUNCTION TRIM(WS-GEN-CATALOG-PATH) ")."
          ACCEPT DUMMY-PAUSE
               ELSE
                   MOVE ZERO TO WS-RESULT-COUNT
                   MOVE "MASTER GENERATION CATALOG (NEWEST FIRST)"
                       TO WS-PAGE-TITLE
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "GEN  DATE     TIME   T RECORDS "
                       "HASH TOTAL   TRIGGERING RUN       OPERATOR"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   END-STRING
                   PERFORM 1120-ADD-RESULT-LINE
          PERFORM VARYING WS-GEN-ROW FROM WS-GEN-COUNT BY -1
            UNTIL WS-GEN-ROW = 0
               PERFORM 1705-ADD-CATALOG-LINE
          END-PERFORM
                   MOVE SPACES TO WS-RESULT-TEXT
                   PERFORM 1120-ADD-RESULT-LINE
                   MOVE SPACES TO WS-RESULT-TEXT
                   STRING "T: K = KEYED MASTER  P = .PRN MASTER  "
                       "4 = ZIP+4 DETAIL"
                       DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   END-STRING
                   PERFORM 1120-ADD-RESULT-LINE
                   PERFORM 1100-PAGE-RESULTS
                   MOVE SPACES TO WS-PANEL-MSG
                   MOVE SPACES TO WS-GEN-RESTORE-STAGE
                   MOVE SPACES TO WS-GEN-CONFIRM-STAGE
                   MOVE "N" TO WS-PANEL-STATE
                   PERFORM UNTIL PANEL-INPUT-OK OR PANEL-CANCELLED
                       DISPLAY RESTORE-INPUT-SCREEN
                       ACCEPT RESTORE-INPUT-SCREEN
                       MOVE SPACES TO WS-PANEL-MSG
                       IF WS-GEN-RESTORE-STAGE = SPACES
                           MOVE "C" TO WS-PANEL-STATE
                       ELSE
                       IF FUNCTION TRIM(WS-GEN-RESTORE-STAGE)
                               IS NOT NUMERIC
                           MOVE "INVALID GENERATION - ENTER A NUMBER "
                               TO WS-PANEL-MSG
                           MOVE "FROM THE LIST." TO WS-PANEL-MSG(37:14)
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-GEN-RESTORE-STAGE)
                               TO WS-GEN-RESTORE-NUMBER
                           PERFORM 1707-FIND-GENERATION
                       IF WS-GEN-ROW = 0
                           MOVE "GENERATION IS NOT IN THE CATALOG."
                               TO WS-PANEL-MSG
                       ELSE
                       IF FUNCTION UPPER-CASE(WS-GEN-CONFIRM-STAGE)
                               NOT = "Y"
                           MOVE "ENTER Y TO CONFIRM THE ROLLBACK."
                               TO WS-PANEL-MSG
                       ELSE
                           MOVE "V" TO WS-PANEL-STATE
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-PERFORM
                   IF PANEL-INPUT-OK
                       PERFORM 1750-RESTORE-GENERATION
                   END-IF
               END-IF
               display " " erase screen
               MOVE 0 TO SEARCH-TYPE-INPUT.

           1702-SET-MASTER-TYPE.
               IF KEYED-MASTER-ACTIVE
                   MOVE "K" TO WS-GEN-FILE-TYPE
               ELSE
                   MOVE "P" TO WS-GEN-FILE-TYPE
               END-IF.

           1705-ADD-CATALOG-LINE.
               MOVE SPACES TO WS-RESULT-TEXT
               STRING GT-GENERATION(WS-GEN-ROW) " "
                   GT-TIMESTAMP(WS-GEN-ROW)(1:8) " "
                   GT-TIMESTAMP(WS-GEN-ROW)(9:6) " "
                   GT-FILE-TYPE(WS-GEN-ROW) " "
                   GT-RECORD-COUNT(WS-GEN-ROW) " "
                   GT-HASH-TOTAL(WS-GEN-ROW) " "
                   GT-TRIGGER(WS-GEN-ROW) " "
                   GT-OPER-ID(WS-GEN-ROW)
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
               END-STRING
               PERFORM 1120-ADD-RESULT-LINE.

           1707-FIND-GENERATION.
               MOVE ZERO TO WS-GEN-ROW
          PERFORM VARYING WS-GEN-SCAN-ROW FROM 1 BY 1
            UNTIL WS-GEN-SCAN-ROW > WS-GEN-COUNT
               OR WS-GEN-ROW > 0
               IF GT-GENERATION(WS-GEN-SCAN-ROW)
                   = WS-GEN-RESTORE-NUMBER
                   MOVE WS-GEN-SCAN-ROW TO WS-GEN-ROW
               END-IF
          END-PERFORM.

           1710-LOAD-GEN-CATALOG.
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
                   IF WS-GEN-COUNT < WS-GEN-MAX
                       ADD 1 TO WS-GEN-COUNT
                       MOVE GC-GENERATION
                           TO GT-GENERATION(WS-GEN-COUNT)
                       MOVE GC-TIMESTAMP TO GT-TIMESTAMP(WS-GEN-COUNT)
                       MOVE GC-FILE-TYPE TO GT-FILE-TYPE(WS-GEN-COUNT)
                       MOVE GC-RECORD-COUNT
                           TO GT-RECORD-COUNT(WS-GEN-COUNT)
                       MOVE GC-HASH-TOTAL
                           TO GT-HASH-TOTAL(WS-GEN-COUNT)
                       MOVE GC-TRIGGER TO GT-TRIGGER(WS-GEN-COUNT)
                       MOVE GC-OPER-ID TO GT-OPER-ID(WS-GEN-COUNT)
                       MOVE GC-BACKUP-PATH
                           TO GT-BACKUP-PATH(WS-GEN-COUNT)
                       MOVE SPACE TO GT-DROP-FLAG(WS-GEN-COUNT)
                   ELSE
                       DISPLAY "WARNING - GENERATION CATALOG HOLDS "
                           "MORE THAN " WS-GEN-MAX " ENTRIES."
                   END-IF
                   IF GC-GENERATION > WS-GEN-LAST-NUMBER
                       MOVE GC-GENERATION TO WS-GEN-LAST-NUMBER
                   END-IF
               END-IF
               READ GEN-CATALOG-FILE
                   AT END SET END-OF-GEN-CATALOG TO TRUE
               END-READ
          END-PERFORM
                   CLOSE GEN-CATALOG-FILE
               END-IF.

           1715-WRITE-GEN-CATALOG.
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

      ****************************************************
      * TAKE ONE GENERATION OF THE FILE NAMED BY           *
      * WS-GEN-FILE-TYPE FOR THE RUN IN WS-GEN-TRIGGER.    *
      * GEN-BACKUP-TAKEN, GEN-NOTHING-TO-SAVE (NO FILE ON  *
      * HAND YET) OR GEN-BACKUP-FAILED COMES BACK.         *
      ****************************************************
           1720-TAKE-GENERATION-BACKUP.
               MOVE "N" TO WS-GEN-RESULT-SWITCH
               PERFORM 1730-OPEN-GEN-SOURCE
               IF NOT GEN-SOURCE-OPEN
                   DISPLAY "NO " FUNCTION TRIM(WS-GEN-TYPE-TEXT)
                       " ON HAND - NO GENERATION BACKUP TAKEN."
               ELSE
                   PERFORM 1710-LOAD-GEN-CATALOG
                   ADD 1 TO WS-GEN-LAST-NUMBER
                   MOVE FUNCTION CURRENT-DATE TO WS-GEN-TIMESTAMP
                   MOVE SPACES TO WS-GEN-BACKUP-PATH
                   IF GEN-ZIP4-DETAIL
                       STRING FUNCTION TRIM(WS-GEN-ZIP4-BASE)
                           ".G" WS-GEN-LAST-NUMBER
                           "." WS-GEN-TIMESTAMP(1:8)
                           DELIMITED BY SIZE INTO WS-GEN-BACKUP-PATH
                       END-STRING
                   ELSE
                       STRING FUNCTION TRIM(WS-GEN-MASTER-BASE)
                           ".G" WS-GEN-LAST-NUMBER
                           "." WS-GEN-TIMESTAMP(1:8)
                           DELIMITED BY SIZE INTO WS-GEN-BACKUP-PATH
                       END-STRING
                   END-IF
                   IF WS-GEN-COUNT NOT < WS-GEN-MAX
                       DISPLAY "GENERATION CATALOG IS FULL - LOWER "
                           "GENKEEP OR PRUNE "
                           FUNCTION TRIM(WS-GEN-CATALOG-PATH) "."
                       SET GEN-BACKUP-FAILED TO TRUE
                   ELSE
                       OPEN OUTPUT GEN-BACKUP-FILE
                       IF WS-GEN-BACKUP-STATUS NOT = "00"
                           DISPLAY "COULD NOT CREATE GENERATION BACKUP "
                               FUNCTION TRIM(WS-GEN-BACKUP-PATH)
                               " - STATUS " WS-GEN-BACKUP-STATUS "."
                           SET GEN-BACKUP-FAILED TO TRUE
                       ELSE
                           PERFORM 1735-READ-GEN-SOURCE
          PERFORM UNTIL END-OF-GEN-SOURCE OR GEN-BACKUP-FAILED
                           MOVE WS-GEN-WORK-RECORD TO GEN-BACKUP-RECORD
                           WRITE GEN-BACKUP-RECORD
                           IF WS-GEN-BACKUP-STATUS NOT = "00"
                               DISPLAY "WRITE TO GENERATION BACKUP "
                                   FUNCTION TRIM(WS-GEN-BACKUP-PATH)
                                   " FAILED - STATUS "
                                   WS-GEN-BACKUP-STATUS "."
                               SET GEN-BACKUP-FAILED TO TRUE
                           ELSE
                               PERFORM 1735-READ-GEN-SOURCE
                           END-IF
          END-PERFORM
                           CLOSE GEN-BACKUP-FILE
                           IF NOT GEN-BACKUP-FAILED
                               PERFORM 1722-CATALOG-NEW-GENERATION
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
                   PERFORM 1740-CLOSE-GEN-SOURCE
               END-IF.

           1722-CATALOG-NEW-GENERATION.
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-GEN-LAST-NUMBER TO GT-GENERATION(WS-GEN-COUNT)
               MOVE WS-GEN-TIMESTAMP(1:14) TO GT-TIMESTAMP(WS-GEN-COUNT)
               MOVE WS-GEN-FILE-TYPE TO GT-FILE-TYPE(WS-GEN-COUNT)
               MOVE WS-GEN-RECORD-COUNT
                   TO GT-RECORD-COUNT(WS-GEN-COUNT)
               MOVE WS-GEN-HASH-TOTAL TO GT-HASH-TOTAL(WS-GEN-COUNT)
               MOVE WS-GEN-TRIGGER TO GT-TRIGGER(WS-GEN-COUNT)
               MOVE WS-OPER-ID TO GT-OPER-ID(WS-GEN-COUNT)
               MOVE WS-GEN-BACKUP-PATH TO GT-BACKUP-PATH(WS-GEN-COUNT)
               MOVE SPACE TO GT-DROP-FLAG(WS-GEN-COUNT)
               PERFORM 1725-PURGE-OLD-GENERATIONS
               PERFORM 1715-WRITE-GEN-CATALOG
               IF NOT GEN-BACKUP-FAILED
                   PERFORM 1726-DELETE-DROPPED-GENERATIONS
                   DISPLAY "GENERATION " WS-GEN-LAST-NUMBER " OF THE "
                       FUNCTION TRIM(WS-GEN-TYPE-TEXT) " TAKEN - "
                       WS-GEN-RECORD-COUNT " RECORDS, HASH "
                       WS-GEN-HASH-TOTAL "."
                   DISPLAY "  BACKUP IS "
                       FUNCTION TRIM(WS-GEN-BACKUP-PATH) "."
               END-IF.

      ****************************************************
      * KEEP THE NEWEST WS-GEN-KEEP GENERATIONS OF THE     *
      * CLASS JUST BACKED UP (MASTER = K OR P, OR +4).     *
      * THE CATALOG IS IN GENERATION ORDER, SO THE OLDEST  *
      * GO FIRST.  THE GENERATION BEING RESTORED IS NEVER  *
      * PURGED FROM UNDER THE ROLLBACK.  ROWS ARE ONLY     *
      * FLAGGED HERE - 1726 DELETES THEIR FILES ONCE THE   *
      * CATALOG WITHOUT THEM HAS BEEN WRITTEN.             *
      ****************************************************
           1725-PURGE-OLD-GENERATIONS.
               IF GEN-ZIP4-DETAIL
                   MOVE "4" TO WS-GEN-CLASS
               ELSE
                   MOVE "M" TO WS-GEN-CLASS
               END-IF
               MOVE ZERO TO WS-GEN-CLASS-COUNT
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               PERFORM 1727-SET-ROW-CLASS
               IF WS-GEN-ROW-CLASS = WS-GEN-CLASS
                   ADD 1 TO WS-GEN-CLASS-COUNT
               END-IF
          END-PERFORM
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               OR WS-GEN-CLASS-COUNT NOT > WS-GEN-KEEP
               PERFORM 1727-SET-ROW-CLASS
               IF WS-GEN-ROW-CLASS = WS-GEN-CLASS
                   AND GT-GENERATION(WS-GEN-ROW)
                       NOT = WS-GEN-PROTECT-NUMBER
                   MOVE "Y" TO GT-DROP-FLAG(WS-GEN-ROW)
                   SUBTRACT 1 FROM WS-GEN-CLASS-COUNT
               END-IF
          END-PERFORM.

           1726-DELETE-DROPPED-GENERATIONS.
          PERFORM VARYING WS-GEN-ROW FROM 1 BY 1
            UNTIL WS-GEN-ROW > WS-GEN-COUNT
               IF GT-DROP-FLAG(WS-GEN-ROW) = "Y"
                   CALL "CBL_DELETE_FILE"
                       USING GT-BACKUP-PATH(WS-GEN-ROW)
                   END-CALL
                   MOVE 0 TO RETURN-CODE
                   DISPLAY "GENERATION " GT-GENERATION(WS-GEN-ROW)
                       " PURGED (KEEP " WS-GEN-KEEP ")."
               END-IF
          END-PERFORM.

           1727-SET-ROW-CLASS.
               IF GT-FILE-TYPE(WS-GEN-ROW) = "4"
                   MOVE "4" TO WS-GEN-ROW-CLASS
               ELSE
                   MOVE "M" TO WS-GEN-ROW-CLASS
               END-IF.

           1730-OPEN-GEN-SOURCE.
               MOVE "N" TO WS-GEN-SOURCE-SWITCH
               MOVE "N" TO WS-GEN-EOF-SWITCH
               MOVE ZERO TO WS-GEN-RECORD-COUNT
               MOVE ZERO TO WS-GEN-HASH-TOTAL
               EVALUATE TRUE
                   WHEN GEN-KEYED-MASTER
                       MOVE "KEYED MASTER" TO WS-GEN-TYPE-TEXT
                       OPEN INPUT ZIP-KEYED-FILE
                       IF WS-KEYED-FILE-STATUS = "00"
                           SET GEN-SOURCE-OPEN TO TRUE
                       END-IF
                   WHEN GEN-PRN-MASTER
                       MOVE ".PRN MASTER" TO WS-GEN-TYPE-TEXT
                       CALL "CBL_CHECK_FILE_EXIST"
                           USING WS-MASTER-PATH WS-GEN-FILE-DETAILS
                       END-CALL
                       IF RETURN-CODE = 0
                           OPEN INPUT ZIP-DATA
                           SET GEN-SOURCE-OPEN TO TRUE
                       END-IF
                       MOVE 0 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "ZIP+4 DETAIL" TO WS-GEN-TYPE-TEXT
                       OPEN INPUT ZIP4-DETAIL-FILE
                       IF WS-ZIP4-FILE-STATUS = "00"
                           SET GEN-SOURCE-OPEN TO TRUE
                       END-IF
               END-EVALUATE.

           1735-READ-GEN-SOURCE.
               MOVE SPACES TO WS-GEN-WORK-RECORD
               EVALUATE TRUE
                   WHEN GEN-KEYED-MASTER
                       READ ZIP-KEYED-FILE NEXT RECORD
                           AT END SET END-OF-GEN-SOURCE TO TRUE
                           NOT AT END
                               MOVE ZIP-KEYED-RECORD
                                   TO WS-GEN-WORK-RECORD
                       END-READ
                   WHEN GEN-PRN-MASTER
                       READ ZIP-DATA
                           AT END SET END-OF-GEN-SOURCE TO TRUE
                           NOT AT END
                               MOVE ZIP-FILE-RECORD
                                   TO WS-GEN-WORK-RECORD
                       END-READ
                   WHEN OTHER
                       READ ZIP4-DETAIL-FILE
                           AT END SET END-OF-GEN-SOURCE TO TRUE
                           NOT AT END
                               MOVE ZIP4-FILE-RECORD
                                   TO WS-GEN-WORK-RECORD
                       END-READ
               END-EVALUATE
               IF NOT END-OF-GEN-SOURCE
                   ADD 1 TO WS-GEN-RECORD-COUNT
                   IF WS-GEN-WORK-ZIP-CODE IS NUMERIC
                       ADD WS-GEN-WORK-ZIP-CODE TO WS-GEN-HASH-TOTAL
                   END-IF
               END-IF.

           1740-CLOSE-GEN-SOURCE.
               IF GEN-SOURCE-OPEN
                   EVALUATE TRUE
                       WHEN GEN-KEYED-MASTER
                           CLOSE ZIP-KEYED-FILE
                       WHEN GEN-PRN-MASTER
                           CLOSE ZIP-DATA
                       WHEN OTHER
                           CLOSE ZIP4-DETAIL-FILE
                   END-EVALUATE
                   MOVE "N" TO WS-GEN-SOURCE-SWITCH
               END-IF.

      ****************************************************
      * ROLL BACK TO THE CHOSEN GENERATION.  THE CURRENT   *
      * FILE IS BACKED UP FIRST (SO THE ROLLBACK CAN BE    *
      * UNDONE), THE GENERATION IS COPIED OVER IT, AND THE *
      * RESULT IS RE-READ AND PROVED AGAINST THE CATALOG   *
      * COUNT AND HASH.  WHEN THE FILE IS THE LIVE MASTER  *
      * (KEYED, OR THE .PRN WITH NO KEYED MASTER IN USE)   *
      * THE PRE-ROLLBACK IMAGE IS COMPARED ZIP BY ZIP WITH *
      * THE RESTORED FILE ON THAT RE-READ AND EACH ZIP THE *
      * ROLLBACK ADDED, CHANGED OR DROPPED GOES TO THE     *
      * CHANGE HISTORY WITH SOURCE R, SO AS-OF INQUIRIES   *
      * STAY TRUE ACROSS THE ROLLBACK.  THE IN-STORAGE     *
      * TABLES ARE THEN RELOADED FROM THE RESTORED FILE.   *
      ****************************************************
           1750-RESTORE-GENERATION.
               MOVE GT-GENERATION(WS-GEN-ROW) TO WS-GEN-RESTORE-NUMBER
               MOVE GT-FILE-TYPE(WS-GEN-ROW) TO WS-GEN-RESTORE-TYPE
               MOVE GT-RECORD-COUNT(WS-GEN-ROW) TO WS-GEN-RESTORE-COUNT
               MOVE GT-HASH-TOTAL(WS-GEN-ROW) TO WS-GEN-RESTORE-HASH
               MOVE GT-BACKUP-PATH(WS-GEN-ROW) TO WS-GEN-RESTORE-PATH
               MOVE WS-GEN-RESTORE-TYPE TO WS-GEN-FILE-TYPE
               MOVE "N" TO WS-GEN-HIST-SWITCH
               IF GEN-KEYED-MASTER
                   OR (GEN-PRN-MASTER AND NOT KEYED-MASTER-ACTIVE)
                   SET GEN-HISTORY-NEEDED TO TRUE
               END-IF
               MOVE "N" TO WS-HIST-OPEN-SWITCH
               MOVE ZERO TO WS-HIST-WRITE-COUNT
               MOVE ZERO TO WS-ROLL-COUNT
               display " " erase screen
               MOVE WS-GEN-RESTORE-PATH TO WS-GEN-BACKUP-PATH
               OPEN INPUT GEN-BACKUP-FILE
               IF WS-GEN-BACKUP-STATUS NOT = "00"
                   DISPLAY "GENERATION BACKUP "
                       FUNCTION TRIM(WS-GEN-RESTORE-PATH)
                       " IS MISSING - ROLLBACK NOT RUN."
               ELSE
                   CLOSE GEN-BACKUP-FILE
                   IF GEN-HISTORY-NEEDED
                       PERFORM 1065-OPEN-HISTORY-FILE
                   END-IF
               IF GEN-HISTORY-NEEDED AND NOT HISTORY-FILE-OPEN
                   DISPLAY "ROLLBACK NOT RUN - HISTORY FILE OPEN "
                       "FAILED, STATUS " WS-HIST-FILE-STATUS "."
               ELSE
                   MOVE WS-GEN-RESTORE-NUMBER TO WS-GEN-PROTECT-NUMBER
                   MOVE "PRE-ROLLBACK" TO WS-GEN-TRIGGER
                   PERFORM 1720-TAKE-GENERATION-BACKUP
                   MOVE ZERO TO WS-GEN-PROTECT-NUMBER
               IF GEN-BACKUP-FAILED
                   DISPLAY "ROLLBACK NOT RUN - THE CURRENT FILE COULD "
                       "NOT BE BACKED UP FIRST."
               ELSE
                   IF HISTORY-FILE-OPEN AND GEN-BACKUP-TAKEN
                       PERFORM 1757-LOAD-PRE-RESTORE-IMAGE
                   END-IF
                   PERFORM 1755-COPY-GENERATION-BACK
                   PERFORM 1730-OPEN-GEN-SOURCE
                   PERFORM 1735-READ-GEN-SOURCE
          PERFORM UNTIL END-OF-GEN-SOURCE
                   IF HISTORY-FILE-OPEN
                       PERFORM 1760-COMPARE-RESTORED-ZIP
                   END-IF
                   PERFORM 1735-READ-GEN-SOURCE
          END-PERFORM
                   PERFORM 1740-CLOSE-GEN-SOURCE
                   IF HISTORY-FILE-OPEN
                       PERFORM 1761-HISTORY-FOR-DROPPED-ZIPS
                       DISPLAY WS-HIST-WRITE-COUNT
                           " ROLLBACK ENTRIES WRITTEN TO THE CHANGE "
                           "HISTORY."
                   END-IF
                   MOVE "MASTER ROLLBACK" TO WS-AUDIT-SEARCH-TYPE
                   MOVE SPACES TO WS-AUDIT-SEARCH-VALUE
                   IF WS-GEN-RECORD-COUNT = WS-GEN-RESTORE-COUNT
                       AND WS-GEN-HASH-TOTAL = WS-GEN-RESTORE-HASH
                       STRING "GEN " WS-GEN-RESTORE-NUMBER " "
                           WS-GEN-RESTORE-TYPE " VERIFIED"
                           DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                       END-STRING
                       DISPLAY "ROLLBACK TO GENERATION "
                           WS-GEN-RESTORE-NUMBER " VERIFIED - "
                           WS-GEN-RECORD-COUNT " RECORDS, HASH "
                           WS-GEN-HASH-TOTAL "."
                   ELSE
                       STRING "GEN " WS-GEN-RESTORE-NUMBER " "
                           WS-GEN-RESTORE-TYPE " VERIFY FAILED"
                           DELIMITED BY SIZE INTO WS-AUDIT-SEARCH-VALUE
                       END-STRING
                       DISPLAY "*** ROLLBACK TO GENERATION "
                           WS-GEN-RESTORE-NUMBER " DID NOT VERIFY ***"
                       DISPLAY "    CATALOG  " WS-GEN-RESTORE-COUNT
                           " RECORDS, HASH " WS-GEN-RESTORE-HASH
                       DISPLAY "    RESTORED " WS-GEN-RECORD-COUNT
                           " RECORDS, HASH " WS-GEN-HASH-TOTAL
                   END-IF
                   PERFORM 950-WRITE-AUDIT-LOG
                   IF GEN-ZIP4-DETAIL
                       PERFORM 140-LOAD-ZIP4-TABLE
                   ELSE
                       PERFORM 108-SELECT-MASTER-SOURCE
                       PERFORM 120-BUILD-STATE-INDEX
                       IF GEN-PRN-MASTER AND KEYED-MASTER-ACTIVE
                           DISPLAY "THE KEYED MASTER IS STILL IN USE - "
                               "RUN ZIPIXBLD TO REBUILD IT FROM THE "
                               "RESTORED .PRN."
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               IF HISTORY-FILE-OPEN
                   CLOSE ZIP-HISTORY-FILE
                   MOVE "N" TO WS-HIST-OPEN-SWITCH
               END-IF
          ACCEPT DUMMY-PAUSE.

           1755-COPY-GENERATION-BACK.
               MOVE WS-GEN-RESTORE-PATH TO WS-GEN-BACKUP-PATH
               MOVE ZERO TO WS-GEN-WRITE-ERRORS
               OPEN INPUT GEN-BACKUP-FILE
               EVALUATE TRUE
                   WHEN GEN-KEYED-MASTER
                       OPEN OUTPUT ZIP-KEYED-FILE
                   WHEN GEN-PRN-MASTER
                       OPEN OUTPUT ZIP-DATA
                   WHEN OTHER
                       OPEN OUTPUT ZIP4-DETAIL-FILE
               END-EVALUATE
               MOVE "N" TO WS-GEN-EOF-SWITCH
               READ GEN-BACKUP-FILE
                   AT END SET END-OF-GEN-SOURCE TO TRUE
               END-READ
          PERFORM UNTIL END-OF-GEN-SOURCE
               EVALUATE TRUE
                   WHEN GEN-KEYED-MASTER
                       MOVE GEN-BACKUP-RECORD TO ZIP-KEYED-RECORD
                       WRITE ZIP-KEYED-RECORD
                           INVALID KEY
                               ADD 1 TO WS-GEN-WRITE-ERRORS
                       END-WRITE
                   WHEN GEN-PRN-MASTER
                       MOVE GEN-BACKUP-RECORD TO ZIP-FILE-RECORD
                       WRITE ZIP-FILE-RECORD
                   WHEN OTHER
                       MOVE GEN-BACKUP-RECORD TO ZIP4-FILE-RECORD
                       WRITE ZIP4-FILE-RECORD
               END-EVALUATE
               READ GEN-BACKUP-FILE
                   AT END SET END-OF-GEN-SOURCE TO TRUE
               END-READ
          END-PERFORM
               CLOSE GEN-BACKUP-FILE
               EVALUATE TRUE
                   WHEN GEN-KEYED-MASTER
                       CLOSE ZIP-KEYED-FILE
                   WHEN GEN-PRN-MASTER
                       CLOSE ZIP-DATA
                   WHEN OTHER
                       CLOSE ZIP4-DETAIL-FILE
               END-EVALUATE
               IF WS-GEN-WRITE-ERRORS > 0
                   DISPLAY "WARNING - " WS-GEN-WRITE-ERRORS
                       " RECORDS WERE REFUSED BY THE KEYED MASTER."
               END-IF.

      ****************************************************
      * LOAD THE PRE-ROLLBACK GENERATION JUST TAKEN (THE   *
      * FILE AS IT STOOD BEFORE THE RESTORE) INTO THE      *
      * ROLLBACK TABLE, SORTED BY ZIP FOR 1760.            *
      ****************************************************
           1757-LOAD-PRE-RESTORE-IMAGE.
               MOVE ZERO TO WS-ROLL-COUNT
               OPEN INPUT GEN-BACKUP-FILE
               IF WS-GEN-BACKUP-STATUS = "00"
                   MOVE "N" TO WS-GEN-EOF-SWITCH
                   READ GEN-BACKUP-FILE
                       AT END SET END-OF-GEN-SOURCE TO TRUE
                   END-READ
          PERFORM UNTIL END-OF-GEN-SOURCE
               MOVE GEN-BACKUP-RECORD TO WS-GEN-WORK-RECORD
               IF WS-GEN-WORK-ZIP-CODE IS NUMERIC
                   IF WS-ROLL-COUNT < WS-MAX-TABLE-SIZE
                       ADD 1 TO WS-ROLL-COUNT
                       MOVE WS-GEN-WORK-RECORD(1:88)
                           TO WS-ROLL-IMAGE(WS-ROLL-COUNT)
                       MOVE "N" TO WS-ROLL-MATCH-FLAG(WS-ROLL-COUNT)
                   ELSE
                       DISPLAY "WARNING - ROLLBACK TABLE FULL AT "
                           WS-MAX-TABLE-SIZE " RECORDS, HISTORY "
                           "MAY BE INCOMPLETE."
                       SET END-OF-GEN-SOURCE TO TRUE
                   END-IF
               END-IF
               IF NOT END-OF-GEN-SOURCE
                   READ GEN-BACKUP-FILE
                       AT END SET END-OF-GEN-SOURCE TO TRUE
                   END-READ
               END-IF
          END-PERFORM
                   CLOSE GEN-BACKUP-FILE
                   IF WS-ROLL-COUNT > 1
                       SORT WS-ROLL-ENTRY ASCENDING KEY WS-ROLL-ZIP
                   END-IF
               END-IF.

      ****************************************************
      * ONE RESTORED RECORD (IN WS-GEN-WORK-RECORD) AGAINST *
      * THE PRE-ROLLBACK IMAGE: NOT THERE BEFORE = ADD,    *
      * THERE BUT DIFFERENT = CHANGE.  MATCHED ROWS ARE    *
      * FLAGGED SO 1761 CAN FIND WHAT THE ROLLBACK DROPPED.*
      ****************************************************
           1760-COMPARE-RESTORED-ZIP.
               IF WS-GEN-WORK-ZIP-CODE IS NUMERIC
                   MOVE "N" TO WS-ROLL-FOUND-SWITCH
                   IF WS-ROLL-COUNT > 0
                       SEARCH ALL WS-ROLL-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-ROLL-ZIP(XG) = WS-GEN-WORK-ZIP-CODE
                               SET ROLL-ZIP-FOUND TO TRUE
                               SET WS-ROLL-ROW TO XG
                       END-SEARCH
                   END-IF
                   IF ROLL-ZIP-FOUND
                       MOVE "Y" TO WS-ROLL-MATCH-FLAG(WS-ROLL-ROW)
                       IF WS-ROLL-IMAGE(WS-ROLL-ROW)
                               NOT = WS-GEN-WORK-RECORD(1:88)
                           MOVE "C" TO WS-ROLL-ACTION
                           MOVE WS-ROLL-IMAGE(WS-ROLL-ROW)
                               TO WS-MAINT-OLD-IMAGE
                           MOVE WS-GEN-WORK-RECORD(1:88)
                               TO WS-MAINT-NEW-IMAGE
                           PERFORM 1762-WRITE-ROLLBACK-HISTORY
                       END-IF
                   ELSE
                       MOVE "A" TO WS-ROLL-ACTION
                       MOVE SPACES TO WS-MAINT-OLD-IMAGE
                       MOVE WS-GEN-WORK-RECORD(1:88)
                           TO WS-MAINT-NEW-IMAGE
                       PERFORM 1762-WRITE-ROLLBACK-HISTORY
                   END-IF
               END-IF.

           1761-HISTORY-FOR-DROPPED-ZIPS.
          PERFORM VARYING WS-ROLL-ROW FROM 1 BY 1
            UNTIL WS-ROLL-ROW > WS-ROLL-COUNT
               IF WS-ROLL-MATCH-FLAG(WS-ROLL-ROW) NOT = "Y"
                   MOVE "D" TO WS-ROLL-ACTION
                   MOVE WS-ROLL-IMAGE(WS-ROLL-ROW)
                       TO WS-MAINT-OLD-IMAGE
                   MOVE SPACES TO WS-MAINT-NEW-IMAGE
                   PERFORM 1762-WRITE-ROLLBACK-HISTORY
               END-IF
          END-PERFORM.

      ****************************************************
      * SAME RECORD 1070 WRITES, SOURCE R, APPLIED BY THE  *
      * SUPERVISOR WHO RAN THE ROLLBACK.                   *
      ****************************************************
           1762-WRITE-ROLLBACK-HISTORY.
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
               MOVE SPACES TO ZIP-HISTORY-RECORD
               IF WS-MAINT-NEW-IMAGE NOT = SPACES
                   MOVE WS-MAINT-NEW-IMAGE(1:5) TO HIST-ZIP-CODE
               ELSE
                   MOVE WS-MAINT-OLD-IMAGE(1:5) TO HIST-ZIP-CODE
               END-IF
               MOVE WS-ROLL-ACTION TO HIST-ACTION-CODE
               MOVE WS-AUDIT-TIMESTAMP(1:8) TO HIST-EFFECTIVE-DATE
               MOVE WS-AUDIT-TIMESTAMP(9:6) TO HIST-EFFECTIVE-TIME
               MOVE "R" TO HIST-SOURCE-CODE
               MOVE WS-OPER-ID TO HIST-APPLY-OPER
               MOVE WS-MAINT-OLD-IMAGE TO HIST-BEFORE-IMAGE
               MOVE WS-MAINT-NEW-IMAGE TO HIST-AFTER-IMAGE
               WRITE ZIP-HISTORY-RECORD
               ADD 1 TO WS-HIST-WRITE-COUNT.

      ****************************************************
      * RESULT LIST PAGING.  SEARCHES COLLECT DISPLAY      *
