       program-id. Program12.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CYCLE-FILE ASSIGN TO "CYCLECNT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-TRANS-FILE ASSIGN TO DYNAMIC
               WS-COUNT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COUNT-SHEET-FILE ASSIGN TO "COUNTSHT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ABC-REPORT-FILE ASSIGN TO "ABCRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD MASTER-FILE.
           01 MASTER-REC.
               05 M-KEY.
                   10 M-LOC            PIC X(2).
                   10 M-PROD-ID        PIC X(4).
               05 M-DESC               PIC X(15).
               05 M-QT                 PIC 9(5).
               05 M-REORDER-POINT      PIC 9(5).
               05 M-REORDER-QT         PIC 9(5).
               05 M-UNIT-COST          PIC 9(4)V99.

       FD AUDIT-FILE.
           01 AUDIT-REC.
               05 AUD-DATE             PIC 9(8).
               05 AUD-KEY.
                   10 AUD-LOC          PIC X(2).
                   10 AUD-PROD-ID      PIC X(4).
               05 AUD-ACTION           PIC X.
               05 AUD-OLD-QT           PIC 9(5).
               05 AUD-TRANS-QT         PIC 9(5).
               05 AUD-NEW-QT           PIC 9(5).
               05 AUD-UNIT-COST        PIC 9(4)V99.
               05 AUD-MOVE-VALUE       PIC 9(9)V99.
               05 AUD-OLD-COST         PIC 9(4)V99.
               05 AUD-NEW-COST         PIC 9(4)V99.
               05 AUD-REF              PIC X(11).
               05 AUD-ORIG-REF         PIC X(11).
               05 AUD-ORIG-ACTION      PIC X.

       FD CYCLE-FILE.
           01 CYCLE-REC.
               05 CY-KEY               PIC X(6).
               05 CY-CLASS             PIC X.
               05 CY-ANNUAL-VALUE      PIC 9(9)V99.
               05 CY-LAST-COUNT-DATE   PIC 9(8).
               05 CY-NEXT-DUE-DATE     PIC 9(8).

       FD COUNT-TRANS-FILE.
           01 COUNT-TRANS-REC.
               05 CT-DATE              PIC 9(8).
               05 CT-KEY.
                   10 CT-LOC           PIC X(2).
                   10 CT-PROD-ID       PIC X(4).
               05 CT-QT                PIC X(5).
               05 CT-ACTION            PIC X.
               05 CT-DESC              PIC X(15).
               05 CT-REORDER-POINT     PIC X(5).
               05 CT-REORDER-QT        PIC X(5).
               05 CT-TO-LOC            PIC X(2).
               05 CT-UNIT-COST         PIC X(6).
           01 COUNT-HEADER-REC.
               05 CH-REC-TYPE          PIC X(3).
               05 CH-BRANCH            PIC X(4).
               05 CH-CREATE-DATE       PIC 9(8).
               05 FILLER               PIC X(38).
           01 COUNT-TRAILER-REC.
               05 CTL-REC-TYPE         PIC X(3).
               05 CTL-RECORD-COUNT     PIC 9(6).
               05 CTL-QT-HASH          PIC 9(9).
               05 FILLER               PIC X(35).

       FD COUNT-SHEET-FILE.
           01 COUNT-SHEET-REC          PIC X(80).

       FD ABC-REPORT-FILE.
           01 ABC-REPORT-REC           PIC X(132).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

       SD SORT-WORK-FILE.
           01 SORT-VALUE-REC.
               05 S-ANNUAL-VALUE       PIC 9(9)V99.
               05 S-KEY                PIC X(6).

       FD RUNLOG-FILE.
           01 RUNLOG-REC.
               05 RL-PROGRAM-ID        PIC X(10).
               05 RL-RUN-DATE          PIC 9(8).
               05 RL-START-TIME        PIC 9(6).
               05 RL-END-TIME          PIC 9(6).
               05 RL-RETURN-CODE       PIC 9(4).
               05 RL-INPUT-FILE-1      PIC X(40).
               05 RL-INPUT-FILE-2      PIC X(40).
               05 RL-COUNT OCCURS 6 TIMES.
                   10 RL-COUNT-LABEL   PIC X(12).
                   10 RL-COUNT-VALUE   PIC 9(9).
               05 RL-ABORT-REASON      PIC X(40).

       working-storage section.
       01 WS-MASTER-EOF-SWITCH         pic X VALUE "N".
           88 MASTER-EOF                     VALUE "Y".
       01 WS-AUDIT-EOF-SWITCH          pic X VALUE "N".
           88 AUDIT-EOF                      VALUE "Y".
       01 WS-CYCLE-EOF-SWITCH          pic X VALUE "N".
           88 CYCLE-EOF                      VALUE "Y".
       01 WS-SORT-EOF-SWITCH           pic X VALUE "N".
           88 SORT-EOF                       VALUE "Y".
       01 WS-USAGE-SWITCH              pic X VALUE "N".
           88 COUNT-USAGE                    VALUE "Y".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-MASTER-FILENAME           pic X(40) VALUE "master.txt".
       01 WS-COUNT-FILENAME            pic X(40) VALUE
           "CNTTRANS.TXT".
       01 WS-AUDIT-FILENAME            pic X(40).

       01 WS-RUN-DATE                  pic 9(8).
       01 WS-ASOF-INTEGER              pic 9(8).
       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
           88 CALENDAR-FOUND                 VALUE "Y".

      *    Usage is taken from the closed periods immediately before
      *    the open period; a year of history by default.
       01 WS-HISTORY-MONTHS            pic 9(2) VALUE 12.
       01 WS-OPEN-PERIOD               pic 9(6).
       01 WS-WORK-PERIOD.
           05 WS-WP-YYYY               pic 9(4).
           05 WS-WP-MM                 pic 99.
       01 WS-FIRST-PERIOD              pic 9(6).
       01 WS-LAST-PERIOD               pic 9(6).
       01 WS-ARCHIVE-RECORD-CT         pic 9(7).

      *    Class limits are cumulative percentages of annual issue
      *    value; count intervals are in days.
       01 WS-CLASS-A-LIMIT             pic 9(3)V99 VALUE 80.00.
       01 WS-CLASS-B-LIMIT             pic 9(3)V99 VALUE 95.00.
       01 WS-CLASS-DATA.
           05 FILLER                   pic X(13) VALUE
               "A030MONTHLY  ".
           05 FILLER                   pic X(13) VALUE
               "B091QUARTERLY".
           05 FILLER                   pic X(13) VALUE
               "C365ANNUAL   ".
       01 WS-CLASS-TABLE REDEFINES WS-CLASS-DATA.
           05 WS-CL-ENTRY OCCURS 3 TIMES.
               10 WS-CL-CLASS          pic X.
               10 WS-CL-INTERVAL       pic 9(3).
               10 WS-CL-FREQUENCY      pic X(9).
       01 WS-CLASS-TOTALS.
           05 WS-CT-ENTRY OCCURS 3 TIMES.
               10 WS-CT-ITEM-CT        pic 9(6) VALUE ZERO.
               10 WS-CT-VALUE          pic 9(11)V99 VALUE ZERO.
               10 WS-CT-DUE-CT         pic 9(6) VALUE ZERO.
       01 WS-CL-SUB                    pic 9 COMP.

       01 WS-PRIOR-MASTER-KEY          pic X(6) VALUE LOW-VALUES.

       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 30000 TIMES.
               10 WS-IT-KEY            pic X(6).
               10 WS-IT-DESC           pic X(15).
               10 WS-IT-UNIT-COST      pic 9(4)V99.
               10 WS-IT-ISSUE-QT       pic 9(7).
               10 WS-IT-VALUE          pic 9(9)V99.
               10 WS-IT-CLASS          pic X.
               10 WS-IT-LAST-COUNT     pic 9(8).
               10 WS-IT-NEXT-DUE       pic 9(8).
               10 WS-IT-DUE-SWITCH     pic X.
       01 WS-IT-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-IT-MAX                    pic 9(5) VALUE 30000.
       01 WS-IT-SUB                    pic 9(5) COMP.
       01 WS-IT-FOUND-SUB              pic 9(5) COMP.
       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.

       01 WS-LOOKUP-KEY                pic X(6).
       01 WS-TOTAL-VALUE               pic 9(11)V99 VALUE ZERO.
       01 WS-CUM-VALUE                 pic 9(11)V99 VALUE ZERO.
       01 WS-CUM-PCT-BEFORE            pic 9(3)V99.
       01 WS-CUM-PCT                   pic 9(3)V99.
       01 WS-RANK                      pic 9(5) VALUE ZERO.
       01 WS-INTERVAL                  pic 9(3).
       01 WS-DAYS-SINCE                pic S9(7).
       01 WS-DATE-INTEGER              pic 9(8).
       01 WS-NEXT-INTEGER              pic 9(8).
       01 WS-QUOTIENT                  pic 9(8).
       01 WS-RANK-SLOT                 pic 9(3).
       01 WS-DAY-SLOT                  pic 9(3).
       01 WS-SLOT-OFFSET               pic S9(4).
       01 WS-STATUS                    pic X(15).

       01 WS-PRIOR-LOC                 pic X(2).
       01 WS-SHEET-LINE-NO             pic 9(4) VALUE ZERO.
       01 WS-SHEET-LINE-CT             pic 99 VALUE ZERO.
       01 WS-SHEET-LINES-PER-PAGE      pic 99 VALUE 50.
       01 WS-SHEET-PAGE-NUM            pic 9(4) VALUE ZERO.

       01 WS-MASTER-READ-CT            pic 9(6) VALUE ZERO.
       01 WS-ARCHIVES-READ-CT          pic 9(3) VALUE ZERO.
       01 WS-AUDIT-READ-CT             pic 9(7) VALUE ZERO.
       01 WS-SCHEDULE-READ-CT          pic 9(6) VALUE ZERO.
       01 WS-DUE-CT                    pic 9(6) VALUE ZERO.
       01 WS-NEVER-COUNTED-CT          pic 9(6) VALUE ZERO.
       01 WS-OVERDUE-CT                pic 9(6) VALUE ZERO.
       01 WS-SHEET-LOC-CT              pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-YYYY               pic 9(4).

       01 WS-DATE-DISPLAY.
           05 WS-DD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-DD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-DD-YYYY               pic 9(4).

       01 WS-ABC-HEADING-1.
           05 FILLER                   pic X(47) VALUE
               "ABC CLASSIFICATION AND CYCLE COUNT SCHEDULE -- ".
           05 WH1-RUN-DATE             pic X(10).

       01 WS-ABC-HEADING-2.
           05 FILLER                   pic X(15) VALUE
               "USAGE PERIODS: ".
           05 WH2-FIRST-PERIOD         pic 9(6).
           05 FILLER                   pic X(6)  VALUE " THRU ".
           05 WH2-LAST-PERIOD          pic 9(6).
           05 FILLER                   pic X(19) VALUE
               "   ARCHIVES READ: ".
           05 WH2-ARCHIVES-READ        pic ZZ9.
           05 FILLER                   pic X(37) VALUE
               "   VALUE = ISSUE QTY X MASTER COST".

       01 WS-ABC-HEADING-3.
           05 FILLER                   pic X(16) VALUE
               "CLASS LIMITS: A ".
           05 WH3-A-LIMIT              pic ZZ9.99.
           05 FILLER                   pic X(7)  VALUE "%  B ".
           05 WH3-B-LIMIT              pic ZZ9.99.
           05 FILLER                   pic X(22) VALUE
               "%  C REMAINDER".
           05 FILLER                   pic X(18) VALUE
               "COUNT INTERVALS: A".
           05 WH3-A-DAYS               pic ZZZ9.
           05 FILLER                   pic X(3)  VALUE "  B".
           05 WH3-B-DAYS               pic ZZZ9.
           05 FILLER                   pic X(3)  VALUE "  C".
           05 WH3-C-DAYS               pic ZZZ9.
           05 FILLER                   pic X(5)  VALUE " DAYS".

       01 WS-ABC-HEADING-4.
           05 FILLER                   pic X(7)  VALUE " RANK".
           05 FILLER                   pic X(4)  VALUE "LOC".
           05 FILLER                   pic X(6)  VALUE "PROD".
           05 FILLER                   pic X(17) VALUE "DESCRIPTION".
           05 FILLER                   pic X(9)  VALUE "ISS QTY".
           05 FILLER                   pic X(9)  VALUE " U/COST".
           05 FILLER                   pic X(16) VALUE
               "  ANNUAL VALUE".
           05 FILLER                   pic X(9)  VALUE " CUM %".
           05 FILLER                   pic X(4)  VALUE "CLS".
           05 FILLER                   pic X(11) VALUE "FREQUENCY".
           05 FILLER                   pic X(12) VALUE "LAST COUNT".
           05 FILLER                   pic X(12) VALUE "NEXT DUE".
           05 FILLER                   pic X(15) VALUE "STATUS".

       01 WS-ABC-DETAIL-LINE.
           05 WA-RANK                  pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WA-LOC                   pic X(2).
           05 FILLER                   pic X(2).
           05 WA-PROD-ID               pic X(4).
           05 FILLER                   pic X(2).
           05 WA-DESC                  pic X(15).
           05 FILLER                   pic X(2).
           05 WA-ISSUE-QT              pic ZZZZZZ9.
           05 FILLER                   pic X(2).
           05 WA-UNIT-COST             pic ZZZ9.99.
           05 FILLER                   pic X(2).
           05 WA-ANNUAL-VALUE          pic ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(2).
           05 WA-CUM-PCT               pic ZZ9.99.
           05 FILLER                   pic X(3).
           05 WA-CLASS                 pic X.
           05 FILLER                   pic X(3).
           05 WA-FREQUENCY             pic X(9).
           05 FILLER                   pic X(2).
           05 WA-LAST-COUNT            pic X(10).
           05 FILLER                   pic X(2).
           05 WA-NEXT-DUE              pic X(10).
           05 FILLER                   pic X(2).
           05 WA-STATUS                pic X(15).

       01 WS-ABC-CLASS-LINE.
           05 FILLER                   pic X(6)  VALUE "CLASS ".
           05 WC-CLASS                 pic X.
           05 FILLER                   pic X(11) VALUE "    ITEMS: ".
           05 WC-ITEM-CT               pic ZZZZZ9.
           05 FILLER                   pic X(11) VALUE "    VALUE: ".
           05 WC-VALUE                 pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(18) VALUE
               "    PCT OF VALUE: ".
           05 WC-PCT                   pic ZZ9.99.
           05 FILLER                   pic X(16) VALUE
               "    COUNTS DUE: ".
           05 WC-DUE-CT                pic ZZZZZ9.
           05 FILLER                   pic X(4)  VALUE SPACES.
           05 WC-FREQUENCY             pic X(9).

       01 WS-ABC-VALUE-LINE.
           05 FILLER                   pic X(25) VALUE
               "TOTAL ANNUAL ISSUE VALUE:".
           05 WV-TOTAL-VALUE           pic ZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-ABC-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-SHEET-HEADING-1.
           05 FILLER                   pic X(28) VALUE
               "CYCLE COUNT SHEET".
           05 FILLER                   pic X(10) VALUE "LOCATION: ".
           05 WS1-LOC                  pic X(2).
           05 FILLER                   pic X(16) VALUE
               "    COUNT DATE: ".
           05 WS1-COUNT-DATE           pic X(10).
           05 FILLER                   pic X(8)  VALUE "  PAGE: ".
           05 WS1-PAGE-NUM             pic ZZZ9.

       01 WS-SHEET-HEADING-2.
           05 FILLER                   pic X(60) VALUE
               "COUNT EVERY LINE.  WRITE 0 IF NONE FOUND.".

       01 WS-SHEET-HEADING-3.
           05 FILLER                   pic X(6)  VALUE "LINE".
           05 FILLER                   pic X(6)  VALUE "PROD".
           05 FILLER                   pic X(17) VALUE "DESCRIPTION".
           05 FILLER                   pic X(7)  VALUE "CLASS".
           05 FILLER                   pic X(14) VALUE "COUNTED QTY".
           05 FILLER                   pic X(8)  VALUE "INITIALS".

       01 WS-SHEET-DETAIL-LINE.
           05 WS-SL-LINE-NO            pic ZZZ9.
           05 FILLER                   pic X(2).
           05 WS-SL-PROD-ID            pic X(4).
           05 FILLER                   pic X(2).
           05 WS-SL-DESC               pic X(15).
           05 FILLER                   pic X(4).
           05 WS-SL-CLASS              pic X.
           05 FILLER                   pic X(2).
           05 WS-SL-COUNT-BLANK        pic X(11).
           05 FILLER                   pic X(3).
           05 WS-SL-INITIALS-BLANK     pic X(8).

       01 WS-SHEET-FOOTER-1.
           05 FILLER                   pic X(16) VALUE
               "ITEMS ON SHEET: ".
           05 WF1-ITEM-CT              pic ZZZ9.

       01 WS-SHEET-FOOTER-2.
           05 FILLER                   pic X(64) VALUE
               "COUNTED BY: ________________    DATE: __________".

       01 WS-SHEET-FOOTER-3.
           05 FILLER                   pic X(64) VALUE
               "VERIFIED BY: _______________    QTY TOTAL: __________".

       procedure division.

       000-ABC-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-RUN-DATE
           perform 200-LOAD-MASTER
           perform 300-LOAD-USAGE-HISTORY
           perform 350-LOAD-SCHEDULE
           perform 370-VALUE-ONE-ITEM
               varying WS-IT-SUB from 1 by 1
               until WS-IT-SUB > WS-IT-ENTRY-CT

           open output ABC-REPORT-FILE
           perform 380-WRITE-ABC-HEADINGS

           sort SORT-WORK-FILE
               on descending key S-ANNUAL-VALUE
               on ascending key S-KEY
               input procedure is 600-RANK-INPUT
               output procedure is 650-CLASSIFY-OUTPUT

           perform 390-WRITE-CLASS-SUMMARY
           perform 400-WRITE-COUNT-SHEETS
           perform 500-WRITE-SCHEDULE
           perform 900-ABC-TOTALS
           close ABC-REPORT-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-MASTER-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-COUNT-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 3 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move ZERO to WS-HISTORY-MONTHS
               move WS-COMMAND-ARG(1:2) to WS-HISTORY-MONTHS
           end-if
           if WS-HISTORY-MONTHS = ZERO
               move 12 to WS-HISTORY-MONTHS
           end-if.

      *    Count transactions feed Program2, which rejects dates
      *    outside the open period, so date them from the processing
      *    calendar when one exists.
       110-SET-RUN-DATE.
           open input CALENDAR-FILE
           read CALENDAR-FILE
               at end move "Y" to WS-CAL-EOF-SWITCH
               not at end
                   move "Y" to WS-CAL-FOUND-SWITCH
                   move CAL-RUN-DATE to WS-RUN-DATE
                   move CAL-OPEN-PERIOD to WS-OPEN-PERIOD
           end-read
           close CALENDAR-FILE
           if not CALENDAR-FOUND
               move FUNCTION CURRENT-DATE(1:8) to WS-RUN-DATE
               move WS-RUN-DATE(1:6) to WS-OPEN-PERIOD
           end-if
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           move WS-RUN-DATE(5:2) to WS-RD-MM
           move WS-RUN-DATE(7:2) to WS-RD-DD
           move WS-RUN-DATE(1:4) to WS-RD-YYYY.

       200-LOAD-MASTER.
           open input MASTER-FILE
           perform 210-READ-MASTER
           perform 220-POST-MASTER-ENTRY until MASTER-EOF
           close MASTER-FILE.

       210-READ-MASTER.
           read MASTER-FILE
               at end move "Y" to WS-MASTER-EOF-SWITCH
               not at end add 1 to WS-MASTER-READ-CT
           end-read.

       220-POST-MASTER-ENTRY.
           if M-KEY < WS-PRIOR-MASTER-KEY
               display "PROGRAM12: MASTER FILE OUT OF SEQUENCE AT "
                   M-KEY " -- RUN REFUSED"
               move "MASTER FILE OUT OF SEQUENCE" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move M-KEY to WS-PRIOR-MASTER-KEY
           if WS-IT-ENTRY-CT >= WS-IT-MAX
               display "PROGRAM12: ITEM TABLE FULL AT " M-KEY
                   " -- RUN REFUSED"
               move "ITEM TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-IT-ENTRY-CT
           move M-KEY to WS-IT-KEY(WS-IT-ENTRY-CT)
           move M-DESC to WS-IT-DESC(WS-IT-ENTRY-CT)
           move M-UNIT-COST to WS-IT-UNIT-COST(WS-IT-ENTRY-CT)
           move ZERO to WS-IT-ISSUE-QT(WS-IT-ENTRY-CT)
               WS-IT-VALUE(WS-IT-ENTRY-CT)
               WS-IT-LAST-COUNT(WS-IT-ENTRY-CT)
               WS-IT-NEXT-DUE(WS-IT-ENTRY-CT)
           move "C" to WS-IT-CLASS(WS-IT-ENTRY-CT)
           move "N" to WS-IT-DUE-SWITCH(WS-IT-ENTRY-CT)
           perform 210-READ-MASTER.

      *    Issues are accumulated from the archived audit trails of
      *    the closed periods; the current audit trail is read only
      *    for counts taken since the last close.
       300-LOAD-USAGE-HISTORY.
           move WS-OPEN-PERIOD to WS-WORK-PERIOD
           perform 305-STEP-BACK-PERIOD
           move WS-WORK-PERIOD to WS-LAST-PERIOD
           move "Y" to WS-USAGE-SWITCH
           perform 310-SCAN-ONE-ARCHIVE WS-HISTORY-MONTHS TIMES
           move "N" to WS-USAGE-SWITCH
           move spaces to WS-AUDIT-FILENAME
           move "AUDIT.TXT" to WS-AUDIT-FILENAME
           perform 320-SCAN-AUDIT-FILE.

       305-STEP-BACK-PERIOD.
           if WS-WP-MM = 1
               move 12 to WS-WP-MM
               subtract 1 from WS-WP-YYYY
           else
               subtract 1 from WS-WP-MM
           end-if.

       310-SCAN-ONE-ARCHIVE.
           move WS-WORK-PERIOD to WS-FIRST-PERIOD
           move spaces to WS-AUDIT-FILENAME
           string "AUDIT-" WS-WORK-PERIOD ".TXT"
               delimited by size into WS-AUDIT-FILENAME
           perform 320-SCAN-AUDIT-FILE
           if WS-ARCHIVE-RECORD-CT > ZERO
               add 1 to WS-ARCHIVES-READ-CT
           end-if
           perform 305-STEP-BACK-PERIOD.

       320-SCAN-AUDIT-FILE.
           move ZERO to WS-ARCHIVE-RECORD-CT
           move "N" to WS-AUDIT-EOF-SWITCH
           open input AUDIT-FILE
           perform 325-READ-AUDIT
           perform 330-POST-AUDIT-ENTRY until AUDIT-EOF
           close AUDIT-FILE.

       325-READ-AUDIT.
           read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF-SWITCH
               not at end
                   add 1 to WS-ARCHIVE-RECORD-CT
                   add 1 to WS-AUDIT-READ-CT
           end-read.

       330-POST-AUDIT-ENTRY.
           move AUD-KEY to WS-LOOKUP-KEY
           perform 700-BSEARCH-ITEM
           if WS-IT-FOUND-SUB > ZERO
               if COUNT-USAGE and AUD-ACTION = "U"
                   add AUD-TRANS-QT to WS-IT-ISSUE-QT(WS-IT-FOUND-SUB)
               end-if
               if COUNT-USAGE and AUD-ACTION = "V"
                   and AUD-ORIG-ACTION = "U"
                   perform 335-BACK-OUT-VOIDED-ISSUE
               end-if
               if AUD-ACTION = "K"
                   and AUD-DATE > WS-IT-LAST-COUNT(WS-IT-FOUND-SUB)
                   move AUD-DATE to WS-IT-LAST-COUNT(WS-IT-FOUND-SUB)
               end-if
           end-if
           perform 325-READ-AUDIT.

       335-BACK-OUT-VOIDED-ISSUE.
           if AUD-TRANS-QT > WS-IT-ISSUE-QT(WS-IT-FOUND-SUB)
               move ZERO to WS-IT-ISSUE-QT(WS-IT-FOUND-SUB)
           else
               subtract AUD-TRANS-QT from
                   WS-IT-ISSUE-QT(WS-IT-FOUND-SUB)
           end-if.

      *    The schedule file carries each item's last count forward,
      *    so an annual count taken before the archived history still
      *    counts toward the next due date.  It also carries the first
      *    count slot given to an item not yet counted, which holds
      *    until the item is counted.
       350-LOAD-SCHEDULE.
           open input CYCLE-FILE
           perform 355-READ-SCHEDULE
           perform 360-POST-SCHEDULE-ENTRY until CYCLE-EOF
           close CYCLE-FILE.

       355-READ-SCHEDULE.
           read CYCLE-FILE
               at end move "Y" to WS-CYCLE-EOF-SWITCH
               not at end add 1 to WS-SCHEDULE-READ-CT
           end-read.

       360-POST-SCHEDULE-ENTRY.
           move CY-KEY to WS-LOOKUP-KEY
           perform 700-BSEARCH-ITEM
           if WS-IT-FOUND-SUB > ZERO and CY-LAST-COUNT-DATE numeric
               if CY-LAST-COUNT-DATE >
                   WS-IT-LAST-COUNT(WS-IT-FOUND-SUB)
                   move CY-LAST-COUNT-DATE to
                       WS-IT-LAST-COUNT(WS-IT-FOUND-SUB)
               end-if
           end-if
           if WS-IT-FOUND-SUB > ZERO and CY-NEXT-DUE-DATE numeric
               move CY-NEXT-DUE-DATE to WS-IT-NEXT-DUE(WS-IT-FOUND-SUB)
           end-if
           perform 355-READ-SCHEDULE.

       370-VALUE-ONE-ITEM.
           COMPUTE WS-IT-VALUE(WS-IT-SUB) =
               WS-IT-ISSUE-QT(WS-IT-SUB) * WS-IT-UNIT-COST(WS-IT-SUB)
               ON SIZE ERROR move 999999999.99 to WS-IT-VALUE(WS-IT-SUB)
           END-COMPUTE
           add WS-IT-VALUE(WS-IT-SUB) to WS-TOTAL-VALUE.

       380-WRITE-ABC-HEADINGS.
           move WS-RUN-DATE-DISPLAY to WH1-RUN-DATE
           write ABC-REPORT-REC from WS-ABC-HEADING-1
           move WS-FIRST-PERIOD to WH2-FIRST-PERIOD
           move WS-LAST-PERIOD to WH2-LAST-PERIOD
           move WS-ARCHIVES-READ-CT to WH2-ARCHIVES-READ
           write ABC-REPORT-REC from WS-ABC-HEADING-2
           move WS-CLASS-A-LIMIT to WH3-A-LIMIT
           move WS-CLASS-B-LIMIT to WH3-B-LIMIT
           move WS-CL-INTERVAL(1) to WH3-A-DAYS
           move WS-CL-INTERVAL(2) to WH3-B-DAYS
           move WS-CL-INTERVAL(3) to WH3-C-DAYS
           write ABC-REPORT-REC from WS-ABC-HEADING-3
           move spaces to ABC-REPORT-REC
           write ABC-REPORT-REC
           write ABC-REPORT-REC from WS-ABC-HEADING-4.

       390-WRITE-CLASS-SUMMARY.
           move spaces to ABC-REPORT-REC
           write ABC-REPORT-REC
           move WS-TOTAL-VALUE to WV-TOTAL-VALUE
           write ABC-REPORT-REC from WS-ABC-VALUE-LINE
           perform 395-WRITE-ONE-CLASS
               varying WS-CL-SUB from 1 by 1
               until WS-CL-SUB > 3.

       395-WRITE-ONE-CLASS.
           move WS-CL-CLASS(WS-CL-SUB) to WC-CLASS
           move WS-CT-ITEM-CT(WS-CL-SUB) to WC-ITEM-CT
           move WS-CT-VALUE(WS-CL-SUB) to WC-VALUE
           if WS-TOTAL-VALUE > ZERO
               COMPUTE WC-PCT ROUNDED =
                   WS-CT-VALUE(WS-CL-SUB) * 100 / WS-TOTAL-VALUE
           else
               move ZERO to WC-PCT
           end-if
           move WS-CT-DUE-CT(WS-CL-SUB) to WC-DUE-CT
           move WS-CL-FREQUENCY(WS-CL-SUB) to WC-FREQUENCY
           write ABC-REPORT-REC from WS-ABC-CLASS-LINE.

      *    One sheet per location, in master order, listing only the
      *    items due today.  The book quantity is deliberately left
      *    off so the count is blind.  Each sheet line has a matching
      *    skeleton "K" record; Program2 rejects any left unkeyed.
       400-WRITE-COUNT-SHEETS.
           open output COUNT-SHEET-FILE, COUNT-TRANS-FILE
           move spaces to COUNT-HEADER-REC
           move "HDR" to CH-REC-TYPE
           move "HQ" to CH-BRANCH
           move WS-RUN-DATE to CH-CREATE-DATE
           write COUNT-HEADER-REC
           move spaces to WS-PRIOR-LOC
           perform 410-SHEET-ONE-ITEM
               varying WS-IT-SUB from 1 by 1
               until WS-IT-SUB > WS-IT-ENTRY-CT
           if WS-PRIOR-LOC not = spaces
               perform 430-WRITE-SHEET-FOOTER
           end-if
           move spaces to COUNT-TRAILER-REC
           move "TRL" to CTL-REC-TYPE
           move WS-DUE-CT to CTL-RECORD-COUNT
           move ZERO to CTL-QT-HASH
           write COUNT-TRAILER-REC
           close COUNT-SHEET-FILE, COUNT-TRANS-FILE.

       410-SHEET-ONE-ITEM.
           if WS-IT-DUE-SWITCH(WS-IT-SUB) = "Y"
               if WS-IT-KEY(WS-IT-SUB)(1:2) not = WS-PRIOR-LOC
                   if WS-PRIOR-LOC not = spaces
                       perform 430-WRITE-SHEET-FOOTER
                   end-if
                   move WS-IT-KEY(WS-IT-SUB)(1:2) to WS-PRIOR-LOC
                   move ZERO to WS-SHEET-LINE-NO
                   add 1 to WS-SHEET-LOC-CT
                   perform 420-WRITE-SHEET-HEADER
               end-if
               if WS-SHEET-LINE-CT >= WS-SHEET-LINES-PER-PAGE
                   perform 420-WRITE-SHEET-HEADER
               end-if
               add 1 to WS-SHEET-LINE-NO
               move spaces to WS-SHEET-DETAIL-LINE
               move WS-SHEET-LINE-NO to WS-SL-LINE-NO
               move WS-IT-KEY(WS-IT-SUB)(3:4) to WS-SL-PROD-ID
               move WS-IT-DESC(WS-IT-SUB) to WS-SL-DESC
               move WS-IT-CLASS(WS-IT-SUB) to WS-SL-CLASS
               move "___________" to WS-SL-COUNT-BLANK
               move "________" to WS-SL-INITIALS-BLANK
               write COUNT-SHEET-REC from WS-SHEET-DETAIL-LINE
               add 1 to WS-SHEET-LINE-CT

               move spaces to COUNT-TRANS-REC
               move WS-RUN-DATE to CT-DATE
               move WS-IT-KEY(WS-IT-SUB) to CT-KEY
               move "K" to CT-ACTION
               move WS-IT-DESC(WS-IT-SUB) to CT-DESC
               write COUNT-TRANS-REC
           end-if.

       420-WRITE-SHEET-HEADER.
           add 1 to WS-SHEET-PAGE-NUM
           move ZERO to WS-SHEET-LINE-CT
           move WS-PRIOR-LOC to WS1-LOC
           move WS-RUN-DATE-DISPLAY to WS1-COUNT-DATE
           move WS-SHEET-PAGE-NUM to WS1-PAGE-NUM
           write COUNT-SHEET-REC from WS-SHEET-HEADING-1
           write COUNT-SHEET-REC from WS-SHEET-HEADING-2
           move spaces to COUNT-SHEET-REC
           write COUNT-SHEET-REC
           write COUNT-SHEET-REC from WS-SHEET-HEADING-3.

       430-WRITE-SHEET-FOOTER.
           move spaces to COUNT-SHEET-REC
           write COUNT-SHEET-REC
           move WS-SHEET-LINE-NO to WF1-ITEM-CT
           write COUNT-SHEET-REC from WS-SHEET-FOOTER-1
           move spaces to COUNT-SHEET-REC
           write COUNT-SHEET-REC
           write COUNT-SHEET-REC from WS-SHEET-FOOTER-2
           move spaces to COUNT-SHEET-REC
           write COUNT-SHEET-REC
           write COUNT-SHEET-REC from WS-SHEET-FOOTER-3
           move spaces to COUNT-SHEET-REC
           write COUNT-SHEET-REC.

       500-WRITE-SCHEDULE.
           open output CYCLE-FILE
           perform 510-WRITE-ONE-SCHEDULE
               varying WS-IT-SUB from 1 by 1
               until WS-IT-SUB > WS-IT-ENTRY-CT
           close CYCLE-FILE.

       510-WRITE-ONE-SCHEDULE.
           move WS-IT-KEY(WS-IT-SUB) to CY-KEY
           move WS-IT-CLASS(WS-IT-SUB) to CY-CLASS
           move WS-IT-VALUE(WS-IT-SUB) to CY-ANNUAL-VALUE
           move WS-IT-LAST-COUNT(WS-IT-SUB) to CY-LAST-COUNT-DATE
           move WS-IT-NEXT-DUE(WS-IT-SUB) to CY-NEXT-DUE-DATE
           write CYCLE-REC.

       700-BSEARCH-ITEM.
           move ZERO to WS-IT-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-IT-ENTRY-CT to WS-BS-HI
           perform 710-BSEARCH-STEP
               until WS-BS-LO > WS-BS-HI
               or WS-IT-FOUND-SUB > ZERO.

       710-BSEARCH-STEP.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-IT-KEY(WS-BS-MID) = WS-LOOKUP-KEY
               move WS-BS-MID to WS-IT-FOUND-SUB
           else
               if WS-IT-KEY(WS-BS-MID) < WS-LOOKUP-KEY
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       900-ABC-TOTALS.
           move spaces to ABC-REPORT-REC
           write ABC-REPORT-REC
           move "MASTER RECORDS READ    : " to WT-TOTAL-LABEL
           move WS-MASTER-READ-CT to WT-TOTAL-COUNT
           write ABC-REPORT-REC from WS-ABC-TOTAL-LINE
           move "AUDIT ARCHIVES READ    : " to WT-TOTAL-LABEL
           move WS-ARCHIVES-READ-CT to WT-TOTAL-COUNT
           write ABC-REPORT-REC from WS-ABC-TOTAL-LINE
           move "COUNTS DUE TODAY       : " to WT-TOTAL-LABEL
           move WS-DUE-CT to WT-TOTAL-COUNT
           write ABC-REPORT-REC from WS-ABC-TOTAL-LINE
           move "  OF WHICH OVERDUE     : " to WT-TOTAL-LABEL
           move WS-OVERDUE-CT to WT-TOTAL-COUNT
           write ABC-REPORT-REC from WS-ABC-TOTAL-LINE
           move "NEVER COUNTED          : " to WT-TOTAL-LABEL
           move WS-NEVER-COUNTED-CT to WT-TOTAL-COUNT
           write ABC-REPORT-REC from WS-ABC-TOTAL-LINE
           move "LOCATIONS WITH SHEETS  : " to WT-TOTAL-LABEL
           move WS-SHEET-LOC-CT to WT-TOTAL-COUNT
           write ABC-REPORT-REC from WS-ABC-TOTAL-LINE

           display "===== PROGRAM12 ABC / CYCLE COUNT TOTALS ====="
           display "MASTER RECORDS READ    : " WS-MASTER-READ-CT
           display "AUDIT ARCHIVES READ    : " WS-ARCHIVES-READ-CT
           display "AUDIT RECORDS READ     : " WS-AUDIT-READ-CT
           display "SCHEDULE RECORDS READ  : " WS-SCHEDULE-READ-CT
           display "COUNTS DUE TODAY       : " WS-DUE-CT
           display "  OF WHICH OVERDUE     : " WS-OVERDUE-CT
           display "NEVER COUNTED          : " WS-NEVER-COUNTED-CT
           display "LOCATIONS WITH SHEETS  : " WS-SHEET-LOC-CT
           display "==============================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM12" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-MASTER-FILENAME to RL-INPUT-FILE-1
           move "AUDIT.TXT" to RL-INPUT-FILE-2
           move "ITEMS READ" to RL-COUNT-LABEL(1)
           move WS-MASTER-READ-CT to RL-COUNT-VALUE(1)
           move "ARCHIVES" to RL-COUNT-LABEL(2)
           move WS-ARCHIVES-READ-CT to RL-COUNT-VALUE(2)
           move "AUDIT READ" to RL-COUNT-LABEL(3)
           move WS-AUDIT-READ-CT to RL-COUNT-VALUE(3)
           move "COUNTS DUE" to RL-COUNT-LABEL(4)
           move WS-DUE-CT to RL-COUNT-VALUE(4)
           move "OVERDUE" to RL-COUNT-LABEL(5)
           move WS-OVERDUE-CT to RL-COUNT-VALUE(5)
           move "NEVER COUNTD" to RL-COUNT-LABEL(6)
           move WS-NEVER-COUNTED-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.

       600-RANK-INPUT SECTION.
       610-RELEASE-ITEMS.
           perform 620-RELEASE-ONE-ITEM
               varying WS-IT-SUB from 1 by 1
               until WS-IT-SUB > WS-IT-ENTRY-CT
           go to 690-RANK-INPUT-EXIT.

       620-RELEASE-ONE-ITEM.
           move WS-IT-VALUE(WS-IT-SUB) to S-ANNUAL-VALUE
           move WS-IT-KEY(WS-IT-SUB) to S-KEY
           release SORT-VALUE-REC.

       690-RANK-INPUT-EXIT.
           exit.

      *    Items come back highest annual value first.  An item is A
      *    while the value ranked above it is under the A limit, B
      *    while under the B limit, otherwise C; items with no issue
      *    value are always C.
       650-CLASSIFY-OUTPUT SECTION.
       660-RETURN-RANKED.
           perform 670-RETURN-ONE-ITEM
           perform 680-CLASSIFY-ONE-ITEM until SORT-EOF
           go to 695-CLASSIFY-OUTPUT-EXIT.

       670-RETURN-ONE-ITEM.
           return SORT-WORK-FILE
               at end move "Y" to WS-SORT-EOF-SWITCH
           end-return.

       680-CLASSIFY-ONE-ITEM.
           add 1 to WS-RANK
           move S-KEY to WS-LOOKUP-KEY
           perform 700-BSEARCH-ITEM
           move WS-IT-FOUND-SUB to WS-IT-SUB
           if WS-TOTAL-VALUE > ZERO
               COMPUTE WS-CUM-PCT-BEFORE =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           else
               move ZERO to WS-CUM-PCT-BEFORE
           end-if
           add S-ANNUAL-VALUE to WS-CUM-VALUE
           if WS-TOTAL-VALUE > ZERO
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
           else
               move ZERO to WS-CUM-PCT
           end-if
           if S-ANNUAL-VALUE = ZERO
               move 3 to WS-CL-SUB
           else
               if WS-CUM-PCT-BEFORE < WS-CLASS-A-LIMIT
                   move 1 to WS-CL-SUB
               else
                   if WS-CUM-PCT-BEFORE < WS-CLASS-B-LIMIT
                       move 2 to WS-CL-SUB
                   else
                       move 3 to WS-CL-SUB
                   end-if
               end-if
           end-if
           move WS-CL-CLASS(WS-CL-SUB) to WS-IT-CLASS(WS-IT-SUB)
           add 1 to WS-CT-ITEM-CT(WS-CL-SUB)
           add S-ANNUAL-VALUE to WS-CT-VALUE(WS-CL-SUB)
           perform 685-SCHEDULE-ONE-ITEM
           perform 688-WRITE-ABC-DETAIL
           perform 670-RETURN-ONE-ITEM.

      *    Due when the class interval has elapsed since the last
      *    count.  Items never counted are spread evenly over their
      *    first interval by rank so they do not all fall due at once;
      *    the slot is kept on the schedule file and stays due until
      *    the count is taken.  A slot further out than the item's
      *    current interval (its class has moved up) is given again.
       685-SCHEDULE-ONE-ITEM.
           move WS-CL-INTERVAL(WS-CL-SUB) to WS-INTERVAL
           move "N" to WS-IT-DUE-SWITCH(WS-IT-SUB)
           if WS-IT-LAST-COUNT(WS-IT-SUB) > ZERO
               COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(
                   WS-IT-LAST-COUNT(WS-IT-SUB))
               COMPUTE WS-DAYS-SINCE = WS-ASOF-INTEGER - WS-DATE-INTEGER
               COMPUTE WS-NEXT-INTEGER = WS-DATE-INTEGER + WS-INTERVAL
               if WS-DAYS-SINCE > WS-INTERVAL
                   move "Y" to WS-IT-DUE-SWITCH(WS-IT-SUB)
                   move "OVERDUE" to WS-STATUS
                   add 1 to WS-OVERDUE-CT
               else
                   if WS-DAYS-SINCE = WS-INTERVAL
                       move "Y" to WS-IT-DUE-SWITCH(WS-IT-SUB)
                       move "DUE TODAY" to WS-STATUS
                   else
                       move "SCHEDULED" to WS-STATUS
                   end-if
               end-if
           else
               add 1 to WS-NEVER-COUNTED-CT
               move ZERO to WS-NEXT-INTEGER
               if WS-IT-NEXT-DUE(WS-IT-SUB) > ZERO
                   COMPUTE WS-NEXT-INTEGER = FUNCTION INTEGER-OF-DATE(
                       WS-IT-NEXT-DUE(WS-IT-SUB))
                   if WS-NEXT-INTEGER > WS-ASOF-INTEGER + WS-INTERVAL
                       move ZERO to WS-NEXT-INTEGER
                   end-if
               end-if
               if WS-NEXT-INTEGER = ZERO
                   perform 686-ASSIGN-FIRST-SLOT
               end-if
               if WS-NEXT-INTEGER < WS-ASOF-INTEGER
                   move "Y" to WS-IT-DUE-SWITCH(WS-IT-SUB)
                   move "OVERDUE" to WS-STATUS
                   add 1 to WS-OVERDUE-CT
               else
                   if WS-NEXT-INTEGER = WS-ASOF-INTEGER
                       move "Y" to WS-IT-DUE-SWITCH(WS-IT-SUB)
                       move "FIRST COUNT DUE" to WS-STATUS
                   else
                       move "NOT YET COUNTED" to WS-STATUS
                   end-if
               end-if
           end-if
           COMPUTE WS-IT-NEXT-DUE(WS-IT-SUB) =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-INTEGER)
           if WS-IT-DUE-SWITCH(WS-IT-SUB) = "Y"
               add 1 to WS-DUE-CT
               add 1 to WS-CT-DUE-CT(WS-CL-SUB)
           end-if.

       686-ASSIGN-FIRST-SLOT.
           divide WS-RANK by WS-INTERVAL giving WS-QUOTIENT
               remainder WS-RANK-SLOT
           divide WS-ASOF-INTEGER by WS-INTERVAL
               giving WS-QUOTIENT remainder WS-DAY-SLOT
           COMPUTE WS-SLOT-OFFSET = WS-RANK-SLOT - WS-DAY-SLOT
           if WS-SLOT-OFFSET < ZERO
               add WS-INTERVAL to WS-SLOT-OFFSET
           end-if
           COMPUTE WS-NEXT-INTEGER = WS-ASOF-INTEGER + WS-SLOT-OFFSET.

       688-WRITE-ABC-DETAIL.
           move spaces to WS-ABC-DETAIL-LINE
           move WS-RANK to WA-RANK
           move WS-IT-KEY(WS-IT-SUB)(1:2) to WA-LOC
           move WS-IT-KEY(WS-IT-SUB)(3:4) to WA-PROD-ID
           move WS-IT-DESC(WS-IT-SUB) to WA-DESC
           move WS-IT-ISSUE-QT(WS-IT-SUB) to WA-ISSUE-QT
           move WS-IT-UNIT-COST(WS-IT-SUB) to WA-UNIT-COST
           move WS-IT-VALUE(WS-IT-SUB) to WA-ANNUAL-VALUE
           move WS-CUM-PCT to WA-CUM-PCT
           move WS-IT-CLASS(WS-IT-SUB) to WA-CLASS
           move WS-CL-FREQUENCY(WS-CL-SUB) to WA-FREQUENCY
           if WS-IT-LAST-COUNT(WS-IT-SUB) > ZERO
               move WS-IT-LAST-COUNT(WS-IT-SUB)(5:2) to WS-DD-MM
               move WS-IT-LAST-COUNT(WS-IT-SUB)(7:2) to WS-DD-DD
               move WS-IT-LAST-COUNT(WS-IT-SUB)(1:4) to WS-DD-YYYY
               move WS-DATE-DISPLAY to WA-LAST-COUNT
           else
               move "NEVER" to WA-LAST-COUNT
           end-if
           move WS-IT-NEXT-DUE(WS-IT-SUB)(5:2) to WS-DD-MM
           move WS-IT-NEXT-DUE(WS-IT-SUB)(7:2) to WS-DD-DD
           move WS-IT-NEXT-DUE(WS-IT-SUB)(1:4) to WS-DD-YYYY
           move WS-DATE-DISPLAY to WA-NEXT-DUE
           move WS-STATUS to WA-STATUS
           write ABC-REPORT-REC from WS-ABC-DETAIL-LINE.

       695-CLASSIFY-OUTPUT-EXIT.
           exit.
