       program-id. Program16.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNAP-FILE ASSIGN TO DYNAMIC
               WS-SNAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC
               WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TURNOVER-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD SNAP-FILE.
           01 SNAP-REC.
               05 SN-KEY.
                   10 SN-LOC           PIC X(2).
                   10 SN-PROD-ID       PIC X(4).
               05 SN-DESC              PIC X(15).
               05 SN-QT                PIC 9(5).
               05 SN-REORDER-POINT     PIC 9(5).
               05 SN-REORDER-QT        PIC 9(5).
               05 SN-UNIT-COST         PIC 9(4)V99.

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

       FD TURNOVER-FILE.
           01 TURNOVER-REC             PIC X(132).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

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
       01 WS-SNAP-EOF-SWITCH           pic X VALUE "N".
           88 SNAP-EOF                       VALUE "Y".
       01 WS-AUDIT-EOF-SWITCH          pic X VALUE "N".
           88 AUDIT-EOF                      VALUE "Y".
       01 WS-ADD-ITEMS-SWITCH          pic X VALUE "Y".
           88 ADD-ITEMS                      VALUE "Y".
       01 WS-LATEST-SWITCH             pic X VALUE "N".
           88 LATEST-PERIOD                  VALUE "Y".
       01 WS-YEAR-AGO-SWITCH           pic X VALUE "N".
           88 YEAR-AGO-PERIOD                VALUE "Y".
       01 WS-YEAR-AGO-FOUND-SWITCH     pic X VALUE "N".
           88 YEAR-AGO-AVAILABLE             VALUE "Y".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-SNAP-FILENAME             pic X(40).
       01 WS-AUDIT-FILENAME            pic X(40).
       01 WS-REPORT-FILENAME           pic X(40) VALUE "TURNRPT.TXT".

       01 WS-RUN-DATE                  pic 9(8).
       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
           88 CALENDAR-FOUND                 VALUE "Y".

      *    The report covers a run of closed periods, first through
      *    last; the trend compares the last of them with the same
      *    period one year earlier.
       01 WS-OPEN-PERIOD               pic 9(6).
       01 WS-FIRST-PERIOD              pic 9(6) VALUE ZERO.
       01 WS-LAST-PERIOD               pic 9(6).
       01 WS-YEAR-AGO-PERIOD           pic 9(6).
       01 WS-WORK-PERIOD.
           05 WS-WP-YYYY               pic 9(4).
           05 WS-WP-MM                 pic 99.
       01 WS-PERIOD-CT                 pic 9(3) VALUE ZERO.
       01 WS-PERIOD-MAX                pic 9(3) VALUE 36.
       01 WS-DATE-WORK                 pic 9(8).
       01 WS-PERIOD-START-INTEGER      pic 9(8).
       01 WS-PERIOD-END-INTEGER        pic 9(8).
       01 WS-LATEST-DAYS               pic 9(3).
       01 WS-FILE-RECORD-CT            pic 9(7).
       01 WS-YEAR-AGO-SNAP-CT          pic 9(7).
       01 WS-YEAR-AGO-AUDIT-CT         pic 9(7).

      *    Inventory by location and product, kept in key sequence so
      *    each snapshot and audit record can be binary-searched;
      *    WS-BS-LO lands on the insertion point when it is absent.
       01 WS-ITEM-TABLE.
           05 WS-IT-ENTRY OCCURS 20000 TIMES.
               10 WS-IT-KEY.
                   15 WS-IT-LOC        pic X(2).
                   15 WS-IT-PROD-ID    pic X(4).
               10 WS-IT-DESC           pic X(15).
               10 WS-IT-SNAP-VALUE     pic 9(11)V99.
               10 WS-IT-ISSUE-COST     pic 9(11)V99.
               10 WS-IT-CLOSE-VALUE    pic 9(11)V99.
               10 WS-IT-LATEST-ISSUE   pic 9(11)V99.
               10 WS-IT-YA-CLOSE-VALUE pic 9(11)V99.
               10 WS-IT-YA-ISSUE       pic 9(11)V99.
       01 WS-IT-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-IT-MAX                    pic 9(5) VALUE 20000.
       01 WS-IT-SUB                    pic 9(5) COMP.
       01 WS-IT-FOUND-SUB              pic 9(5) COMP.
       01 WS-INSERT-SUB                pic 9(5) COMP.
       01 WS-SHIFT-SUB                 pic 9(5) COMP.
       01 WS-SHIFT-FROM                pic 9(5) COMP.
       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.
       01 WS-LOOKUP-KEY                pic X(6).
       01 WS-ITEM-VALUE                pic 9(11)V99.

      *    One set of figures is worked up for an item, a location
      *    subtotal or the company total, then edited onto the line.
       01 WS-METRIC-WORK.
           05 WS-MW-AVG-VALUE          pic 9(11)V99.
           05 WS-MW-ISSUE-COST         pic 9(11)V99.
           05 WS-MW-CLOSE-VALUE        pic 9(11)V99.
           05 WS-MW-LATEST-ISSUE       pic 9(11)V99.
           05 WS-MW-YA-CLOSE-VALUE     pic 9(11)V99.
           05 WS-MW-YA-ISSUE           pic 9(11)V99.
       01 WS-LOC-TOTALS.
           05 WS-LT-AVG-VALUE          pic 9(11)V99.
           05 WS-LT-ISSUE-COST         pic 9(11)V99.
           05 WS-LT-CLOSE-VALUE        pic 9(11)V99.
           05 WS-LT-LATEST-ISSUE       pic 9(11)V99.
           05 WS-LT-YA-CLOSE-VALUE     pic 9(11)V99.
           05 WS-LT-YA-ISSUE           pic 9(11)V99.
       01 WS-COMPANY-TOTALS.
           05 WS-CO-AVG-VALUE          pic 9(11)V99.
           05 WS-CO-ISSUE-COST         pic 9(11)V99.
           05 WS-CO-CLOSE-VALUE        pic 9(11)V99.
           05 WS-CO-LATEST-ISSUE       pic 9(11)V99.
           05 WS-CO-YA-CLOSE-VALUE     pic 9(11)V99.
           05 WS-CO-YA-ISSUE           pic 9(11)V99.
       01 WS-TURNS                     pic 9(5)V99.
       01 WS-LATEST-TURNS              pic 9(5)V99.
       01 WS-YA-TURNS                  pic 9(5)V99.
       01 WS-DAYS-SUPPLY               pic 9(7).
       01 WS-PRIOR-LOC                 pic X(2).

       01 WS-SNAP-READ-CT              pic 9(7) VALUE ZERO.
       01 WS-AUDIT-READ-CT             pic 9(7) VALUE ZERO.
       01 WS-SNAPSHOTS-FOUND-CT        pic 9(3) VALUE ZERO.
       01 WS-ARCHIVES-FOUND-CT         pic 9(3) VALUE ZERO.
       01 WS-ISSUE-CT                  pic 9(7) VALUE ZERO.
       01 WS-VOID-ISSUE-CT             pic 9(7) VALUE ZERO.
       01 WS-LOC-CT                    pic 9(4) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-TURN-HEADING-1.
           05 FILLER                   pic X(41) VALUE
               "INVENTORY TURNOVER AND DAYS OF SUPPLY -- ".
           05 WH1-RUN-DATE             pic X(10).

       01 WS-TURN-HEADING-2.
           05 FILLER                   pic X(9)  VALUE "PERIODS: ".
           05 WH2-FIRST-PERIOD         pic 9(6).
           05 FILLER                   pic X(6)  VALUE " THRU ".
           05 WH2-LAST-PERIOD          pic 9(6).
           05 FILLER                   pic X(13) VALUE
               "  SNAPSHOTS: ".
           05 WH2-SNAPSHOTS            pic ZZ9.
           05 FILLER                   pic X(4)  VALUE " OF ".
           05 WH2-PERIODS              pic ZZ9.
           05 FILLER                   pic X(14) VALUE
               "  YEAR AGO:  ".
           05 WH2-YEAR-AGO-PERIOD      pic 9(6).
           05 FILLER                   pic X(1)  VALUE SPACE.
           05 WH2-YEAR-AGO-NOTE        pic X(16).

       01 WS-TURN-HEADING-3.
           05 FILLER                   pic X(29) VALUE SPACES.
           05 FILLER                   pic X(17) VALUE
               "      AVERAGE INV".
           05 FILLER                   pic X(1)  VALUE SPACES.
           05 FILLER                   pic X(17) VALUE
               "   COST OF ISSUES".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(8)  VALUE "   TURNS".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(7)  VALUE "DAYS OF".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(8)  VALUE "  LATEST".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(8)  VALUE "  YR AGO".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(5)  VALUE "TREND".

       01 WS-TURN-HEADING-4.
           05 FILLER                   pic X(4)  VALUE "LOC".
           05 FILLER                   pic X(6)  VALUE "PROD".
           05 FILLER                   pic X(19) VALUE "DESCRIPTION".
           05 FILLER                   pic X(17) VALUE
               "            VALUE".
           05 FILLER                   pic X(30) VALUE SPACES.
           05 FILLER                   pic X(7)  VALUE " SUPPLY".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(8)  VALUE "   TURNS".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(8)  VALUE "   TURNS".

       01 WS-TURN-DETAIL-LINE.
           05 TD-LABEL-AREA.
               10 TD-LOC               pic X(2).
               10 FILLER               pic X(2).
               10 TD-PROD-ID           pic X(4).
               10 FILLER               pic X(2).
               10 TD-DESC              pic X(15).
               10 FILLER               pic X(2).
           05 TD-LABEL REDEFINES TD-LABEL-AREA
                                       pic X(27).
           05 FILLER                   pic X(2).
           05 TD-AVG-VALUE             pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(1).
           05 TD-ISSUE-COST            pic ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(2).
           05 TD-TURNS                 pic X(8).
           05 FILLER                   pic X(2).
           05 TD-DAYS-SUPPLY           pic X(7).
           05 FILLER                   pic X(2).
           05 TD-LATEST-TURNS          pic X(8).
           05 FILLER                   pic X(2).
           05 TD-YA-TURNS              pic X(8).
           05 FILLER                   pic X(2).
           05 TD-TREND                 pic X(4).

       01 WS-TURNS-EDIT                pic ZZZZ9.99.
       01 WS-DAYS-EDIT                 pic ZZZZZZ9.

       01 WS-LOC-TOTAL-LABEL.
           05 FILLER                   pic X(9)  VALUE "LOCATION ".
           05 WL-LOC                   pic X(2).
           05 FILLER                   pic X(6)  VALUE " TOTAL".

       01 WS-TURN-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-YYYY               pic 9(4).

       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 110-SET-RUN-DATE
           perform 105-PARSE-ARGUMENTS

           move WS-FIRST-PERIOD to WS-WORK-PERIOD
           move "Y" to WS-ADD-ITEMS-SWITCH
           perform 200-LOAD-ONE-PERIOD
               until WS-WORK-PERIOD > WS-LAST-PERIOD
           perform 250-LOAD-YEAR-AGO
           perform 260-SET-LATEST-DAYS

           open output TURNOVER-FILE
           perform 300-WRITE-HEADINGS
           move ZERO to WS-COMPANY-TOTALS WS-LOC-TOTALS
           move spaces to WS-PRIOR-LOC
           perform 400-REPORT-ONE-ITEM
               varying WS-IT-SUB from 1 by 1
               until WS-IT-SUB > WS-IT-ENTRY-CT
           if WS-IT-ENTRY-CT > ZERO
               perform 480-WRITE-LOC-TOTAL
           end-if
           perform 490-WRITE-COMPANY-TOTAL
           perform 900-TURNOVER-TOTALS
           close TURNOVER-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

      *    Only closed periods can be reported: the last period asked
      *    for must come before the calendar's open period.
       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG = spaces
               display "PROGRAM16: SPECIFY FIRST AND LAST PERIODS "
                   "AS YYYYMM"
               move "NO PERIOD RANGE SPECIFIED" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-COMMAND-ARG(1:6) to WS-WORK-PERIOD
           perform 107-CHECK-PERIOD
           move WS-WORK-PERIOD to WS-FIRST-PERIOD
           move WS-FIRST-PERIOD to WS-LAST-PERIOD
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG(1:6) to WS-WORK-PERIOD
               perform 107-CHECK-PERIOD
               move WS-WORK-PERIOD to WS-LAST-PERIOD
           end-if
           move spaces to WS-COMMAND-ARG
           move 3 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-REPORT-FILENAME
           end-if

           if WS-LAST-PERIOD < WS-FIRST-PERIOD
               display "PROGRAM16: LAST PERIOD " WS-LAST-PERIOD
                   " BEFORE FIRST PERIOD " WS-FIRST-PERIOD
                   " -- RUN REFUSED"
               move "PERIOD RANGE INVALID" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if WS-LAST-PERIOD not < WS-OPEN-PERIOD
               display "PROGRAM16: PERIOD " WS-LAST-PERIOD
                   " NOT CLOSED (OPEN PERIOD " WS-OPEN-PERIOD
                   ") -- RUN REFUSED"
               move "PERIOD NOT CLOSED" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-FIRST-PERIOD to WS-WORK-PERIOD
           perform 108-COUNT-ONE-PERIOD
               until WS-WORK-PERIOD > WS-LAST-PERIOD
               or WS-PERIOD-CT > WS-PERIOD-MAX
           if WS-PERIOD-CT > WS-PERIOD-MAX
               display "PROGRAM16: RANGE " WS-FIRST-PERIOD " THRU "
                   WS-LAST-PERIOD " OVER " WS-PERIOD-MAX
                   " PERIODS -- RUN REFUSED"
               move "PERIOD RANGE TOO LONG" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-LAST-PERIOD to WS-WORK-PERIOD
           subtract 1 from WS-WP-YYYY
           move WS-WORK-PERIOD to WS-YEAR-AGO-PERIOD.

       107-CHECK-PERIOD.
           if WS-WORK-PERIOD not numeric
               or WS-WP-MM < 1 or WS-WP-MM > 12
               display "PROGRAM16: PERIOD " WS-WORK-PERIOD
                   " NOT A VALID YYYYMM -- RUN REFUSED"
               move "PERIOD NOT VALID" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

       108-COUNT-ONE-PERIOD.
           add 1 to WS-PERIOD-CT
           perform 210-STEP-FORWARD-PERIOD.

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
           move WS-RUN-DATE(5:2) to WS-RD-MM
           move WS-RUN-DATE(7:2) to WS-RD-DD
           move WS-RUN-DATE(1:4) to WS-RD-YYYY.

      *    Each closed period contributes its month-end snapshot to
      *    the average inventory and its archived issues to the cost
      *    of issues.  The last period also gives the closing value
      *    and the current rate of usage.
       200-LOAD-ONE-PERIOD.
           if WS-WORK-PERIOD = WS-LAST-PERIOD
               move "Y" to WS-LATEST-SWITCH
           end-if
           perform 220-SCAN-SNAPSHOT
           if WS-FILE-RECORD-CT > ZERO
               add 1 to WS-SNAPSHOTS-FOUND-CT
           end-if
           perform 230-SCAN-AUDIT-ARCHIVE
           if WS-FILE-RECORD-CT > ZERO
               add 1 to WS-ARCHIVES-FOUND-CT
           end-if
           move "N" to WS-LATEST-SWITCH
           perform 210-STEP-FORWARD-PERIOD.

       210-STEP-FORWARD-PERIOD.
           if WS-WP-MM = 12
               move 1 to WS-WP-MM
               add 1 to WS-WP-YYYY
           else
               add 1 to WS-WP-MM
           end-if.

       220-SCAN-SNAPSHOT.
           move spaces to WS-SNAP-FILENAME
           string "MSTRSNAP-" WS-WORK-PERIOD ".TXT"
               delimited by size into WS-SNAP-FILENAME
           move ZERO to WS-FILE-RECORD-CT
           move "N" to WS-SNAP-EOF-SWITCH
           open input SNAP-FILE
           perform 222-READ-SNAPSHOT
           perform 224-POST-SNAPSHOT until SNAP-EOF
           close SNAP-FILE.

       222-READ-SNAPSHOT.
           read SNAP-FILE
               at end move "Y" to WS-SNAP-EOF-SWITCH
               not at end
                   add 1 to WS-FILE-RECORD-CT
                   add 1 to WS-SNAP-READ-CT
           end-read.

       224-POST-SNAPSHOT.
           move SN-KEY to WS-LOOKUP-KEY
           perform 500-FIND-ITEM
           if WS-IT-FOUND-SUB > ZERO
               COMPUTE WS-ITEM-VALUE = SN-QT * SN-UNIT-COST
               if YEAR-AGO-PERIOD
                   move WS-ITEM-VALUE to
                       WS-IT-YA-CLOSE-VALUE(WS-IT-FOUND-SUB)
               else
                   move SN-DESC to WS-IT-DESC(WS-IT-FOUND-SUB)
                   add WS-ITEM-VALUE to
                       WS-IT-SNAP-VALUE(WS-IT-FOUND-SUB)
                   if LATEST-PERIOD
                       move WS-ITEM-VALUE to
                           WS-IT-CLOSE-VALUE(WS-IT-FOUND-SUB)
                   end-if
               end-if
           end-if
           perform 222-READ-SNAPSHOT.

       230-SCAN-AUDIT-ARCHIVE.
           move spaces to WS-AUDIT-FILENAME
           string "AUDIT-" WS-WORK-PERIOD ".TXT"
               delimited by size into WS-AUDIT-FILENAME
           move ZERO to WS-FILE-RECORD-CT
           move "N" to WS-AUDIT-EOF-SWITCH
           open input AUDIT-FILE
           perform 232-READ-AUDIT
           perform 234-POST-AUDIT until AUDIT-EOF
           close AUDIT-FILE.

       232-READ-AUDIT.
           read AUDIT-FILE
               at end move "Y" to WS-AUDIT-EOF-SWITCH
               not at end
                   add 1 to WS-FILE-RECORD-CT
                   add 1 to WS-AUDIT-READ-CT
           end-read.

      *    Cost of issues is the value of the usage ("U") postings,
      *    less any of them voided, as Program6 and Program12 count
      *    usage.
       234-POST-AUDIT.
           if AUD-ACTION = "U"
               or (AUD-ACTION = "V" and AUD-ORIG-ACTION = "U")
               move AUD-KEY to WS-LOOKUP-KEY
               perform 500-FIND-ITEM
               if WS-IT-FOUND-SUB > ZERO
                   if AUD-ACTION = "U"
                       perform 236-ADD-ISSUE
                   else
                       perform 238-BACK-OUT-VOIDED-ISSUE
                   end-if
               end-if
           end-if
           perform 232-READ-AUDIT.

       236-ADD-ISSUE.
           if YEAR-AGO-PERIOD
               add AUD-MOVE-VALUE to WS-IT-YA-ISSUE(WS-IT-FOUND-SUB)
           else
               add 1 to WS-ISSUE-CT
               add AUD-MOVE-VALUE to
                   WS-IT-ISSUE-COST(WS-IT-FOUND-SUB)
               if LATEST-PERIOD
                   add AUD-MOVE-VALUE to
                       WS-IT-LATEST-ISSUE(WS-IT-FOUND-SUB)
               end-if
           end-if.

       238-BACK-OUT-VOIDED-ISSUE.
           if YEAR-AGO-PERIOD
               if AUD-MOVE-VALUE > WS-IT-YA-ISSUE(WS-IT-FOUND-SUB)
                   move ZERO to WS-IT-YA-ISSUE(WS-IT-FOUND-SUB)
               else
                   subtract AUD-MOVE-VALUE from
                       WS-IT-YA-ISSUE(WS-IT-FOUND-SUB)
               end-if
           else
               add 1 to WS-VOID-ISSUE-CT
               if AUD-MOVE-VALUE > WS-IT-ISSUE-COST(WS-IT-FOUND-SUB)
                   move ZERO to WS-IT-ISSUE-COST(WS-IT-FOUND-SUB)
               else
                   subtract AUD-MOVE-VALUE from
                       WS-IT-ISSUE-COST(WS-IT-FOUND-SUB)
               end-if
               if LATEST-PERIOD
                   if AUD-MOVE-VALUE >
                       WS-IT-LATEST-ISSUE(WS-IT-FOUND-SUB)
                       move ZERO to
                           WS-IT-LATEST-ISSUE(WS-IT-FOUND-SUB)
                   else
                       subtract AUD-MOVE-VALUE from
                           WS-IT-LATEST-ISSUE(WS-IT-FOUND-SUB)
                   end-if
               end-if
           end-if.

      *    The year-ago period only fills in figures for items already
      *    in the report, and the trend is shown only when both its
      *    snapshot and its audit archive exist.
       250-LOAD-YEAR-AGO.
           move "N" to WS-ADD-ITEMS-SWITCH
           move "Y" to WS-YEAR-AGO-SWITCH
           move WS-YEAR-AGO-PERIOD to WS-WORK-PERIOD
           perform 220-SCAN-SNAPSHOT
           move WS-FILE-RECORD-CT to WS-YEAR-AGO-SNAP-CT
           perform 230-SCAN-AUDIT-ARCHIVE
           move WS-FILE-RECORD-CT to WS-YEAR-AGO-AUDIT-CT
           move "N" to WS-YEAR-AGO-SWITCH
           if WS-YEAR-AGO-SNAP-CT > ZERO
               and WS-YEAR-AGO-AUDIT-CT > ZERO
               move "Y" to WS-YEAR-AGO-FOUND-SWITCH
           end-if.

       260-SET-LATEST-DAYS.
           move WS-LAST-PERIOD to WS-WORK-PERIOD
           COMPUTE WS-DATE-WORK = WS-LAST-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           perform 210-STEP-FORWARD-PERIOD
           COMPUTE WS-DATE-WORK =
               WS-WP-YYYY * 10000 + WS-WP-MM * 100 + 1
           COMPUTE WS-PERIOD-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-LATEST-DAYS =
               WS-PERIOD-END-INTEGER - WS-PERIOD-START-INTEGER.

       300-WRITE-HEADINGS.
           move WS-RUN-DATE-DISPLAY to WH1-RUN-DATE
           write TURNOVER-REC from WS-TURN-HEADING-1
           move WS-FIRST-PERIOD to WH2-FIRST-PERIOD
           move WS-LAST-PERIOD to WH2-LAST-PERIOD
           move WS-SNAPSHOTS-FOUND-CT to WH2-SNAPSHOTS
           move WS-PERIOD-CT to WH2-PERIODS
           move WS-YEAR-AGO-PERIOD to WH2-YEAR-AGO-PERIOD
           if YEAR-AGO-AVAILABLE
               move spaces to WH2-YEAR-AGO-NOTE
           else
               move "(NOT ARCHIVED)" to WH2-YEAR-AGO-NOTE
           end-if
           write TURNOVER-REC from WS-TURN-HEADING-2
           move spaces to TURNOVER-REC
           write TURNOVER-REC
           write TURNOVER-REC from WS-TURN-HEADING-3
           write TURNOVER-REC from WS-TURN-HEADING-4.

      *    Average inventory is the mean of the month-end values over
      *    the snapshots found; an item missing from a snapshot held
      *    nothing that month.
       400-REPORT-ONE-ITEM.
           if WS-IT-LOC(WS-IT-SUB) not = WS-PRIOR-LOC
               if WS-PRIOR-LOC not = spaces
                   perform 480-WRITE-LOC-TOTAL
               end-if
               move WS-IT-LOC(WS-IT-SUB) to WS-PRIOR-LOC
               add 1 to WS-LOC-CT
           end-if
           if WS-SNAPSHOTS-FOUND-CT > ZERO
               COMPUTE WS-MW-AVG-VALUE ROUNDED =
                   WS-IT-SNAP-VALUE(WS-IT-SUB) / WS-SNAPSHOTS-FOUND-CT
           else
               move ZERO to WS-MW-AVG-VALUE
           end-if
           move WS-IT-ISSUE-COST(WS-IT-SUB) to WS-MW-ISSUE-COST
           move WS-IT-CLOSE-VALUE(WS-IT-SUB) to WS-MW-CLOSE-VALUE
           move WS-IT-LATEST-ISSUE(WS-IT-SUB) to WS-MW-LATEST-ISSUE
           move WS-IT-YA-CLOSE-VALUE(WS-IT-SUB) to
               WS-MW-YA-CLOSE-VALUE
           move WS-IT-YA-ISSUE(WS-IT-SUB) to WS-MW-YA-ISSUE
           add WS-MW-AVG-VALUE to WS-LT-AVG-VALUE
           add WS-MW-ISSUE-COST to WS-LT-ISSUE-COST
           add WS-MW-CLOSE-VALUE to WS-LT-CLOSE-VALUE
           add WS-MW-LATEST-ISSUE to WS-LT-LATEST-ISSUE
           add WS-MW-YA-CLOSE-VALUE to WS-LT-YA-CLOSE-VALUE
           add WS-MW-YA-ISSUE to WS-LT-YA-ISSUE

           move spaces to WS-TURN-DETAIL-LINE
           move WS-IT-LOC(WS-IT-SUB) to TD-LOC
           move WS-IT-PROD-ID(WS-IT-SUB) to TD-PROD-ID
           if WS-IT-DESC(WS-IT-SUB) = spaces
               move "*NO SNAPSHOT*" to TD-DESC
           else
               move WS-IT-DESC(WS-IT-SUB) to TD-DESC
           end-if
           perform 450-EDIT-METRICS
           write TURNOVER-REC from WS-TURN-DETAIL-LINE.

      *    Turns are cost of issues over average inventory for the
      *    range.  Days of supply is the closing value over the last
      *    period's daily cost of issues.  The trend compares the
      *    last period's turns with the same period a year earlier.
       450-EDIT-METRICS.
           move WS-MW-AVG-VALUE to TD-AVG-VALUE
           move WS-MW-ISSUE-COST to TD-ISSUE-COST
           if WS-MW-AVG-VALUE > ZERO
               COMPUTE WS-TURNS ROUNDED =
                   WS-MW-ISSUE-COST / WS-MW-AVG-VALUE
                   ON SIZE ERROR move 99999.99 to WS-TURNS
               END-COMPUTE
               move WS-TURNS to WS-TURNS-EDIT
               move WS-TURNS-EDIT to TD-TURNS
           else
               move "     N/A" to TD-TURNS
           end-if
           if WS-MW-LATEST-ISSUE > ZERO
               COMPUTE WS-DAYS-SUPPLY ROUNDED =
                   WS-MW-CLOSE-VALUE * WS-LATEST-DAYS /
                   WS-MW-LATEST-ISSUE
                   ON SIZE ERROR move 9999999 to WS-DAYS-SUPPLY
               END-COMPUTE
               move WS-DAYS-SUPPLY to WS-DAYS-EDIT
               move WS-DAYS-EDIT to TD-DAYS-SUPPLY
           else
               move " NO USE" to TD-DAYS-SUPPLY
           end-if
           move "     N/A" to TD-LATEST-TURNS TD-YA-TURNS
           move " N/A" to TD-TREND
           if WS-MW-CLOSE-VALUE > ZERO
               COMPUTE WS-LATEST-TURNS ROUNDED =
                   WS-MW-LATEST-ISSUE / WS-MW-CLOSE-VALUE
                   ON SIZE ERROR move 99999.99 to WS-LATEST-TURNS
               END-COMPUTE
               move WS-LATEST-TURNS to WS-TURNS-EDIT
               move WS-TURNS-EDIT to TD-LATEST-TURNS
           end-if
           if YEAR-AGO-AVAILABLE and WS-MW-YA-CLOSE-VALUE > ZERO
               COMPUTE WS-YA-TURNS ROUNDED =
                   WS-MW-YA-ISSUE / WS-MW-YA-CLOSE-VALUE
                   ON SIZE ERROR move 99999.99 to WS-YA-TURNS
               END-COMPUTE
               move WS-YA-TURNS to WS-TURNS-EDIT
               move WS-TURNS-EDIT to TD-YA-TURNS
               if WS-MW-CLOSE-VALUE > ZERO
                   perform 460-SET-TREND
               end-if
           end-if.

       460-SET-TREND.
           if WS-LATEST-TURNS > WS-YA-TURNS
               move "UP" to TD-TREND
           else
               if WS-LATEST-TURNS < WS-YA-TURNS
                   move "DOWN" to TD-TREND
               else
                   move "SAME" to TD-TREND
               end-if
           end-if.

       480-WRITE-LOC-TOTAL.
           move WS-LOC-TOTALS to WS-METRIC-WORK
           move spaces to WS-TURN-DETAIL-LINE
           move WS-PRIOR-LOC to WL-LOC
           move WS-LOC-TOTAL-LABEL to TD-LABEL
           perform 450-EDIT-METRICS
           write TURNOVER-REC from WS-TURN-DETAIL-LINE
           move spaces to TURNOVER-REC
           write TURNOVER-REC
           add WS-LT-AVG-VALUE to WS-CO-AVG-VALUE
           add WS-LT-ISSUE-COST to WS-CO-ISSUE-COST
           add WS-LT-CLOSE-VALUE to WS-CO-CLOSE-VALUE
           add WS-LT-LATEST-ISSUE to WS-CO-LATEST-ISSUE
           add WS-LT-YA-CLOSE-VALUE to WS-CO-YA-CLOSE-VALUE
           add WS-LT-YA-ISSUE to WS-CO-YA-ISSUE
           move ZERO to WS-LOC-TOTALS.

       490-WRITE-COMPANY-TOTAL.
           move WS-COMPANY-TOTALS to WS-METRIC-WORK
           move spaces to WS-TURN-DETAIL-LINE
           move "COMPANY TOTAL" to TD-LABEL
           perform 450-EDIT-METRICS
           write TURNOVER-REC from WS-TURN-DETAIL-LINE.

      *    Finds WS-LOOKUP-KEY in the item table, adding it in key
      *    sequence when new items are being taken on.
       500-FIND-ITEM.
           move ZERO to WS-IT-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-IT-ENTRY-CT to WS-BS-HI
           perform 510-BSEARCH-ITEM
               until WS-BS-LO > WS-BS-HI
               or WS-IT-FOUND-SUB > ZERO
           if WS-IT-FOUND-SUB = ZERO and ADD-ITEMS
               perform 520-NEW-ITEM-ENTRY
           end-if.

       510-BSEARCH-ITEM.
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

       520-NEW-ITEM-ENTRY.
           if WS-IT-ENTRY-CT >= WS-IT-MAX
               display "PROGRAM16: ITEM TABLE FULL AT "
                   WS-LOOKUP-KEY " -- RUN ABORTED"
               move "ITEM TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-INSERT-SUB
           add 1 to WS-IT-ENTRY-CT
           perform 530-SHIFT-ITEM-ENTRY
               varying WS-SHIFT-SUB from WS-IT-ENTRY-CT by -1
               until WS-SHIFT-SUB <= WS-INSERT-SUB
           move WS-INSERT-SUB to WS-IT-FOUND-SUB
           move WS-LOOKUP-KEY to WS-IT-KEY(WS-IT-FOUND-SUB)
           move spaces to WS-IT-DESC(WS-IT-FOUND-SUB)
           move ZERO to WS-IT-SNAP-VALUE(WS-IT-FOUND-SUB)
               WS-IT-ISSUE-COST(WS-IT-FOUND-SUB)
               WS-IT-CLOSE-VALUE(WS-IT-FOUND-SUB)
               WS-IT-LATEST-ISSUE(WS-IT-FOUND-SUB)
               WS-IT-YA-CLOSE-VALUE(WS-IT-FOUND-SUB)
               WS-IT-YA-ISSUE(WS-IT-FOUND-SUB).

       530-SHIFT-ITEM-ENTRY.
           COMPUTE WS-SHIFT-FROM = WS-SHIFT-SUB - 1
           move WS-IT-ENTRY(WS-SHIFT-FROM) to
               WS-IT-ENTRY(WS-SHIFT-SUB).

       900-TURNOVER-TOTALS.
           move spaces to TURNOVER-REC
           write TURNOVER-REC
           move "PERIODS IN RANGE       : " to WT-TOTAL-LABEL
           move WS-PERIOD-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE
           move "SNAPSHOTS FOUND        : " to WT-TOTAL-LABEL
           move WS-SNAPSHOTS-FOUND-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE
           move "AUDIT ARCHIVES FOUND   : " to WT-TOTAL-LABEL
           move WS-ARCHIVES-FOUND-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE
           move "ISSUES COSTED          : " to WT-TOTAL-LABEL
           move WS-ISSUE-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE
           move "VOIDED ISSUES BACKED OUT:" to WT-TOTAL-LABEL
           move WS-VOID-ISSUE-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE
           move "LOCATIONS REPORTED     : " to WT-TOTAL-LABEL
           move WS-LOC-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE
           move "ITEMS REPORTED         : " to WT-TOTAL-LABEL
           move WS-IT-ENTRY-CT to WT-TOTAL-COUNT
           write TURNOVER-REC from WS-TURN-TOTAL-LINE

           display "===== PROGRAM16 TURNOVER TOTALS ====="
           display "PERIODS IN RANGE       : " WS-PERIOD-CT
           display "SNAPSHOTS FOUND        : " WS-SNAPSHOTS-FOUND-CT
           display "AUDIT ARCHIVES FOUND   : " WS-ARCHIVES-FOUND-CT
           display "SNAPSHOT RECORDS READ  : " WS-SNAP-READ-CT
           display "AUDIT RECORDS READ     : " WS-AUDIT-READ-CT
           display "ISSUES COSTED          : " WS-ISSUE-CT
           display "VOIDED ISSUES BACKED OUT:" WS-VOID-ISSUE-CT
           display "LOCATIONS REPORTED     : " WS-LOC-CT
           display "ITEMS REPORTED         : " WS-IT-ENTRY-CT
           display "=====================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM16" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           string "MSTRSNAP-" WS-FIRST-PERIOD ".TXT"
               delimited by size into RL-INPUT-FILE-1
           string "AUDIT-" WS-FIRST-PERIOD ".TXT"
               delimited by size into RL-INPUT-FILE-2
           move "PERIODS" to RL-COUNT-LABEL(1)
           move WS-PERIOD-CT to RL-COUNT-VALUE(1)
           move "SNAPSHOTS" to RL-COUNT-LABEL(2)
           move WS-SNAPSHOTS-FOUND-CT to RL-COUNT-VALUE(2)
           move "ARCHIVES" to RL-COUNT-LABEL(3)
           move WS-ARCHIVES-FOUND-CT to RL-COUNT-VALUE(3)
           move "SNAP READ" to RL-COUNT-LABEL(4)
           move WS-SNAP-READ-CT to RL-COUNT-VALUE(4)
           move "AUDIT READ" to RL-COUNT-LABEL(5)
           move WS-AUDIT-READ-CT to RL-COUNT-VALUE(5)
           move "ITEMS" to RL-COUNT-LABEL(6)
           move WS-IT-ENTRY-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
