       program-id. Program15.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO DYNAMIC
               WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO DYNAMIC
               WS-SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
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

      *    One row per program expected in the nightly schedule.  The
      *    day flags run Monday through Sunday; "Y" means the step is
      *    due that day.
       FD SCHEDULE-FILE.
           01 SCHEDULE-REC.
               05 SC-PROGRAM-ID        PIC X(10).
               05 SC-DAY-FLAG          PIC X OCCURS 7 TIMES.
               05 SC-DESC              PIC X(30).

       FD SUMMARY-FILE.
           01 SUMMARY-REC              PIC X(100).

       working-storage section.
       01 WS-LOG-EOF-SWITCH            pic X VALUE "N".
           88 LOG-EOF                        VALUE "Y".
       01 WS-SCHEDULE-EOF-SWITCH       pic X VALUE "N".
           88 SCHEDULE-EOF                   VALUE "Y".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-LOG-FILENAME              pic X(40) VALUE "RUNLOG.TXT".
       01 WS-SCHEDULE-FILENAME         pic X(40) VALUE
           "OPSSCHED.TXT".
       01 WS-REPORT-FILENAME           pic X(40) VALUE "OPSSUM.TXT".

      *    The business day's batch window opens at the cut-off time
      *    on the business date and closes at the same time the next
      *    morning.
       01 WS-BUSINESS-DATE             pic 9(8).
       01 WS-NEXT-DATE                 pic 9(8).
       01 WS-DATE-INTEGER              pic 9(8).
       01 WS-DAY-CUTOFF                pic 9(6) VALUE 060000.
       01 WS-WEEKS                     pic 9(8).
       01 WS-DAY-OF-WEEK               pic 9.

      *    Steps logged inside the window, in the order they ran.
       01 WS-RUN-TABLE.
           05 WS-RN-ENTRY OCCURS 500 TIMES.
               10 WS-RN-PROGRAM-ID     pic X(10).
               10 WS-RN-RUN-DATE       pic 9(8).
               10 WS-RN-START-TIME     pic 9(6).
               10 WS-RN-END-TIME       pic 9(6).
               10 WS-RN-RETURN-CODE    pic 9(4).
               10 WS-RN-INPUT-FILE-1   pic X(40).
               10 WS-RN-INPUT-FILE-2   pic X(40).
               10 WS-RN-COUNT OCCURS 6 TIMES.
                   15 WS-RN-LABEL      pic X(12).
                   15 WS-RN-VALUE      pic 9(9).
               10 WS-RN-REASON         pic X(40).
       01 WS-RN-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-RN-MAX                    pic 9(4) VALUE 500.
       01 WS-RN-SUB                    pic 9(4) COMP.
       01 WS-FROM-SUB                  pic 9(4) COMP.
       01 WS-FOUND-FROM-SUB            pic 9(4) COMP.
       01 WS-SLOT-SUB                  pic 9 COMP.
       01 WS-FROM-SLOT                 pic 9 COMP.
       01 WS-TO-SLOT                   pic 9 COMP.
       01 WS-SEARCH-SUB                pic 9(4) COMP.
       01 WS-SEARCH-LABEL              pic X(12).
       01 WS-SEARCH-SLOT               pic 9 COMP.
       01 WS-SEARCH-STOP-SWITCH        pic X VALUE "N".
           88 SEARCH-STOPPED                 VALUE "Y".

      *    Counts that must carry forward from one step to the next.
      *    Each record carrying the "to" count is proved against the
      *    latest earlier record in the window carrying the "from"
      *    count, looking back no further than the previous record
      *    carrying the "to" count.  Where the file flag is "Y" the
      *    feeding step must also name, as its second file, the file
      *    the receiving step names first.
       01 WS-CARRY-LIST-DATA.
           05 FILLER                   pic X(25) VALUE
               "RELEASED    TRANS READ  N".
           05 FILLER                   pic X(25) VALUE
               "MASTER READ OLD MASTER  N".
           05 FILLER                   pic X(25) VALUE
               "MASTER OUT  NEW MASTER  N".
           05 FILLER                   pic X(25) VALUE
               "REORDER OUT REORDER IN  N".
           05 FILLER                   pic X(25) VALUE
               "USAGE OUT   USAGE IN    N".
           05 FILLER                   pic X(25) VALUE
               "FEED OUT    RAW READ    Y".
       01 WS-CARRY-LIST REDEFINES WS-CARRY-LIST-DATA.
           05 WS-CARRY-ENTRY OCCURS 6 TIMES.
               10 WS-CARRY-FROM-LABEL  pic X(12).
               10 WS-CARRY-TO-LABEL    pic X(12).
               10 WS-CARRY-FILE-FLAG   pic X.
       01 WS-CARRY-COUNT               pic 9 VALUE 6.
       01 WS-CARRY-SUB                 pic 9 COMP.
       01 WS-CARRY-DIFF                pic S9(9).

      *    The summary must fit on one page: failed and warning steps
      *    are always listed, clean steps only while room remains.
       01 WS-STEP-LINE-CT              pic 9(4) VALUE ZERO.
       01 WS-STEP-LINE-MAX             pic 9(4) VALUE 30.

       01 WS-LOG-READ-CT               pic 9(6) VALUE ZERO.
       01 WS-OK-CT                     pic 9(6) VALUE ZERO.
       01 WS-WARNING-CT                pic 9(6) VALUE ZERO.
       01 WS-FAILED-CT                 pic 9(6) VALUE ZERO.
       01 WS-OK-NOT-LISTED-CT          pic 9(6) VALUE ZERO.
       01 WS-SCHEDULE-READ-CT          pic 9(6) VALUE ZERO.
       01 WS-NOT-RUN-CT                pic 9(6) VALUE ZERO.
       01 WS-CARRY-CHECK-CT            pic 9(6) VALUE ZERO.
       01 WS-CARRY-BREAK-CT            pic 9(6) VALUE ZERO.

       01 WS-OPS-HEADING-1.
           05 FILLER                   pic X(44) VALUE
               "MORNING OPERATIONS SUMMARY -- BUSINESS DATE ".
           05 WH1-BUSINESS-DATE        pic X(10).

       01 WS-OPS-HEADING-2.
           05 FILLER                   pic X(15) VALUE
               "RUN LOG WINDOW ".
           05 WH2-FROM-DATE            pic X(10).
           05 FILLER                   pic X(1)  VALUE SPACE.
           05 WH2-FROM-TIME            pic X(8).
           05 FILLER                   pic X(4)  VALUE " TO ".
           05 WH2-TO-DATE              pic X(10).
           05 FILLER                   pic X(1)  VALUE SPACE.
           05 WH2-TO-TIME              pic X(8).

       01 WS-OPS-SECTION-LINE.
           05 WS-SECTION-TITLE         pic X(60).

       01 WS-STEP-HEADING.
           05 FILLER                   pic X(11) VALUE "PROGRAM".
           05 FILLER                   pic X(12) VALUE "RUN DATE".
           05 FILLER                   pic X(10) VALUE "START".
           05 FILLER                   pic X(10) VALUE "END".
           05 FILLER                   pic X(6)  VALUE "RC".
           05 FILLER                   pic X(9)  VALUE "STATUS".
           05 FILLER                   pic X(30) VALUE
               "REASON / FIRST INPUT".

       01 WS-STEP-DETAIL-LINE.
           05 WD-PROGRAM-ID            pic X(10).
           05 FILLER                   pic X(1).
           05 WD-RUN-DATE              pic X(10).
           05 FILLER                   pic X(2).
           05 WD-START-TIME            pic X(8).
           05 FILLER                   pic X(2).
           05 WD-END-TIME              pic X(8).
           05 FILLER                   pic X(2).
           05 WD-RETURN-CODE           pic ZZZ9.
           05 FILLER                   pic X(2).
           05 WD-STATUS                pic X(8).
           05 FILLER                   pic X(1).
           05 WD-NOTE                  pic X(40).

       01 WS-NOT-RUN-LINE.
           05 WN-PROGRAM-ID            pic X(10).
           05 FILLER                   pic X(1).
           05 WN-DESC                  pic X(30).
           05 FILLER                   pic X(2).
           05 WN-NOTE                  pic X(24).

       01 WS-CARRY-HEADING.
           05 FILLER                   pic X(11) VALUE "FROM STEP".
           05 FILLER                   pic X(13) VALUE "COUNT".
           05 FILLER                   pic X(15) VALUE "      VALUE".
           05 FILLER                   pic X(11) VALUE "TO STEP".
           05 FILLER                   pic X(13) VALUE "COUNT".
           05 FILLER                   pic X(11) VALUE "      VALUE".
           05 FILLER                   pic X(13) VALUE
               "   DIFFERENCE".

       01 WS-CARRY-DETAIL-LINE.
           05 WK-FROM-PROGRAM-ID       pic X(10).
           05 FILLER                   pic X(1).
           05 WK-FROM-LABEL            pic X(12).
           05 FILLER                   pic X(1).
           05 WK-FROM-VALUE            pic ZZZ,ZZZ,ZZ9.
           05 WK-ARROW                 pic X(4).
           05 WK-TO-PROGRAM-ID         pic X(10).
           05 FILLER                   pic X(1).
           05 WK-TO-LABEL              pic X(12).
           05 FILLER                   pic X(1).
           05 WK-TO-VALUE              pic ZZZ,ZZZ,ZZ9.
           05 FILLER                   pic X(2).
           05 WK-DIFFERENCE            pic ---,---,--9.

       01 WS-NONE-LINE.
           05 FILLER                   pic X(6)  VALUE "  NONE".

       01 WS-OPS-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-DATE-DISPLAY.
           05 WS-DD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-DD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-DD-YYYY               pic 9(4).
       01 WS-DATE-WORK                 pic 9(8).

       01 WS-TIME-DISPLAY.
           05 WS-TD-HH                 pic 99.
           05 FILLER                   pic X VALUE ":".
           05 WS-TD-MM                 pic 99.
           05 FILLER                   pic X VALUE ":".
           05 WS-TD-SS                 pic 99.
       01 WS-TIME-WORK                 pic 9(6).

       procedure division.

       100-MAIN.
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-WINDOW
           perform 200-LOAD-RUN-LOG

           open output SUMMARY-FILE
           perform 150-WRITE-HEADINGS
           perform 300-LIST-STEPS
           perform 400-CHECK-SCHEDULE
           perform 500-CHECK-CARRY-FORWARD
           perform 900-SUMMARY-TOTALS
           close SUMMARY-FILE
           stop run.

       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG = spaces
               move FUNCTION CURRENT-DATE(1:8) to WS-BUSINESS-DATE
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - 1
               COMPUTE WS-BUSINESS-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           else
               if WS-COMMAND-ARG(1:8) not numeric
                   or WS-COMMAND-ARG(5:2) < "01"
                   or WS-COMMAND-ARG(5:2) > "12"
                   or WS-COMMAND-ARG(7:2) < "01"
                   or WS-COMMAND-ARG(7:2) > "31"
                   display "PROGRAM15: BUSINESS DATE "
                       WS-COMMAND-ARG(1:8)
                       " INVALID (YYYYMMDD) -- RUN REFUSED"
                   move 12 to RETURN-CODE
                   stop run
               end-if
               move WS-COMMAND-ARG(1:8) to WS-BUSINESS-DATE
           end-if
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-LOG-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 3 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-SCHEDULE-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 4 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-REPORT-FILENAME
           end-if.

      *    Day 1 of the integer calendar (01/01/1601) was a Monday,
      *    which gives the day of week for the schedule flags.
       110-SET-WINDOW.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER + 1)
           subtract 1 from WS-DATE-INTEGER
           divide WS-DATE-INTEGER by 7 giving WS-WEEKS
               remainder WS-DAY-OF-WEEK
           add 1 to WS-DAY-OF-WEEK.

       150-WRITE-HEADINGS.
           move WS-BUSINESS-DATE to WS-DATE-WORK
           perform 800-FORMAT-DATE
           move WS-DATE-DISPLAY to WH1-BUSINESS-DATE
           move WS-DATE-DISPLAY to WH2-FROM-DATE
           move WS-NEXT-DATE to WS-DATE-WORK
           perform 800-FORMAT-DATE
           move WS-DATE-DISPLAY to WH2-TO-DATE
           move WS-DAY-CUTOFF to WS-TIME-WORK
           perform 810-FORMAT-TIME
           move WS-TIME-DISPLAY to WH2-FROM-TIME
           move WS-TIME-DISPLAY to WH2-TO-TIME
           write SUMMARY-REC from WS-OPS-HEADING-1
           write SUMMARY-REC from WS-OPS-HEADING-2.

      *    Steps are kept in log order, which is the order they ran.
       200-LOAD-RUN-LOG.
           open input RUNLOG-FILE
           perform 210-READ-RUN-LOG
           perform 220-KEEP-ONE-RUN until LOG-EOF
           close RUNLOG-FILE.

       210-READ-RUN-LOG.
           read RUNLOG-FILE
               at end move "Y" to WS-LOG-EOF-SWITCH
               not at end add 1 to WS-LOG-READ-CT
           end-read.

       220-KEEP-ONE-RUN.
           if (RL-RUN-DATE = WS-BUSINESS-DATE
                   and RL-START-TIME >= WS-DAY-CUTOFF)
               or (RL-RUN-DATE = WS-NEXT-DATE
                   and RL-START-TIME < WS-DAY-CUTOFF)
               if WS-RN-ENTRY-CT >= WS-RN-MAX
                   display "PROGRAM15: RUN TABLE FULL AT "
                       RL-PROGRAM-ID " -- RUN ABORTED"
                   move 12 to RETURN-CODE
                   stop run
               end-if
               add 1 to WS-RN-ENTRY-CT
               move RUNLOG-REC to WS-RN-ENTRY(WS-RN-ENTRY-CT)
           end-if
           perform 210-READ-RUN-LOG.

       300-LIST-STEPS.
           move spaces to SUMMARY-REC
           write SUMMARY-REC
           move "STEPS RUN" to WS-SECTION-TITLE
           write SUMMARY-REC from WS-OPS-SECTION-LINE
           write SUMMARY-REC from WS-STEP-HEADING
           if WS-RN-ENTRY-CT = ZERO
               write SUMMARY-REC from WS-NONE-LINE
           end-if
           perform 310-LIST-ONE-STEP
               varying WS-RN-SUB from 1 by 1
               until WS-RN-SUB > WS-RN-ENTRY-CT
           if WS-OK-NOT-LISTED-CT > ZERO
               move "  OK STEPS NOT LISTED   : " to WT-TOTAL-LABEL
               move WS-OK-NOT-LISTED-CT to WT-TOTAL-COUNT
               write SUMMARY-REC from WS-OPS-TOTAL-LINE
           end-if.

      *    Return code 4 is a warning; anything from 8 up means the
      *    step failed or was refused.
       310-LIST-ONE-STEP.
           move spaces to WS-STEP-DETAIL-LINE
           if WS-RN-RETURN-CODE(WS-RN-SUB) = ZERO
               add 1 to WS-OK-CT
               move "OK" to WD-STATUS
               if WS-STEP-LINE-CT >= WS-STEP-LINE-MAX
                   add 1 to WS-OK-NOT-LISTED-CT
               end-if
           else
               if WS-RN-RETURN-CODE(WS-RN-SUB) < 8
                   add 1 to WS-WARNING-CT
                   move "WARNING" to WD-STATUS
               else
                   add 1 to WS-FAILED-CT
                   move "FAILED" to WD-STATUS
               end-if
           end-if
           if WS-RN-RETURN-CODE(WS-RN-SUB) not = ZERO
               or WS-STEP-LINE-CT < WS-STEP-LINE-MAX
               perform 320-WRITE-STEP-LINE
           end-if.

       320-WRITE-STEP-LINE.
           move WS-RN-PROGRAM-ID(WS-RN-SUB) to WD-PROGRAM-ID
           move WS-RN-RUN-DATE(WS-RN-SUB) to WS-DATE-WORK
           perform 800-FORMAT-DATE
           move WS-DATE-DISPLAY to WD-RUN-DATE
           move WS-RN-START-TIME(WS-RN-SUB) to WS-TIME-WORK
           perform 810-FORMAT-TIME
           move WS-TIME-DISPLAY to WD-START-TIME
           move WS-RN-END-TIME(WS-RN-SUB) to WS-TIME-WORK
           perform 810-FORMAT-TIME
           move WS-TIME-DISPLAY to WD-END-TIME
           move WS-RN-RETURN-CODE(WS-RN-SUB) to WD-RETURN-CODE
           if WS-RN-REASON(WS-RN-SUB) not = spaces
               move WS-RN-REASON(WS-RN-SUB) to WD-NOTE
           else
               move WS-RN-INPUT-FILE-1(WS-RN-SUB) to WD-NOTE
           end-if
           write SUMMARY-REC from WS-STEP-DETAIL-LINE
           add 1 to WS-STEP-LINE-CT.

      *    A scheduled step with no record at all in the window did
      *    not run; one that ran and failed is already flagged above.
       400-CHECK-SCHEDULE.
           move spaces to SUMMARY-REC
           write SUMMARY-REC
           move "EXPECTED STEPS NOT RUN" to WS-SECTION-TITLE
           write SUMMARY-REC from WS-OPS-SECTION-LINE
           open input SCHEDULE-FILE
           perform 410-READ-SCHEDULE
           perform 420-CHECK-ONE-SCHEDULED until SCHEDULE-EOF
           close SCHEDULE-FILE
           if WS-SCHEDULE-READ-CT = ZERO
               move "  NO SCHEDULE -- EXPECTED STEPS NOT CHECKED"
                   to WS-SECTION-TITLE
               write SUMMARY-REC from WS-OPS-SECTION-LINE
           else
               if WS-NOT-RUN-CT = ZERO
                   write SUMMARY-REC from WS-NONE-LINE
               end-if
           end-if.

       410-READ-SCHEDULE.
           read SCHEDULE-FILE
               at end move "Y" to WS-SCHEDULE-EOF-SWITCH
               not at end add 1 to WS-SCHEDULE-READ-CT
           end-read.

       420-CHECK-ONE-SCHEDULED.
           if SC-DAY-FLAG(WS-DAY-OF-WEEK) = "Y"
               move ZERO to WS-FOUND-FROM-SUB
               perform 430-MATCH-SCHEDULED-RUN
                   varying WS-RN-SUB from 1 by 1
                   until WS-RN-SUB > WS-RN-ENTRY-CT
                   or WS-FOUND-FROM-SUB > ZERO
               if WS-FOUND-FROM-SUB = ZERO
                   add 1 to WS-NOT-RUN-CT
                   move spaces to WS-NOT-RUN-LINE
                   move SC-PROGRAM-ID to WN-PROGRAM-ID
                   move SC-DESC to WN-DESC
                   move "SCHEDULED, NO RUN LOGGED" to WN-NOTE
                   write SUMMARY-REC from WS-NOT-RUN-LINE
               end-if
           end-if
           perform 410-READ-SCHEDULE.

       430-MATCH-SCHEDULED-RUN.
           if WS-RN-PROGRAM-ID(WS-RN-SUB) = SC-PROGRAM-ID
               move WS-RN-SUB to WS-FOUND-FROM-SUB
           end-if.

      *    A step that failed has its own line above, so only steps
      *    that finished are proved against the step that fed them.
       500-CHECK-CARRY-FORWARD.
           move spaces to SUMMARY-REC
           write SUMMARY-REC
           move "COUNTS NOT CARRIED FORWARD" to WS-SECTION-TITLE
           write SUMMARY-REC from WS-OPS-SECTION-LINE
           write SUMMARY-REC from WS-CARRY-HEADING
           perform 510-CHECK-ONE-STEP
               varying WS-RN-SUB from 1 by 1
               until WS-RN-SUB > WS-RN-ENTRY-CT
           if WS-CARRY-BREAK-CT = ZERO
               write SUMMARY-REC from WS-NONE-LINE
           end-if.

       510-CHECK-ONE-STEP.
           if WS-RN-RETURN-CODE(WS-RN-SUB) < 8
               perform 520-CHECK-ONE-CARRY
                   varying WS-CARRY-SUB from 1 by 1
                   until WS-CARRY-SUB > WS-CARRY-COUNT
           end-if.

       520-CHECK-ONE-CARRY.
           move WS-RN-SUB to WS-SEARCH-SUB
           move WS-CARRY-TO-LABEL(WS-CARRY-SUB) to WS-SEARCH-LABEL
           perform 600-FIND-LABEL
           move WS-SEARCH-SLOT to WS-TO-SLOT
           if WS-TO-SLOT > ZERO
               move ZERO to WS-FOUND-FROM-SUB
               move "N" to WS-SEARCH-STOP-SWITCH
               perform 530-FIND-FEEDING-STEP
                   varying WS-FROM-SUB from WS-RN-SUB by -1
                   until WS-FROM-SUB < 2
                   or WS-FOUND-FROM-SUB > ZERO
                   or SEARCH-STOPPED
               if WS-FOUND-FROM-SUB > ZERO
                   perform 540-PROVE-CARRY
               end-if
           end-if.

       530-FIND-FEEDING-STEP.
           COMPUTE WS-SEARCH-SUB = WS-FROM-SUB - 1
           move WS-CARRY-FROM-LABEL(WS-CARRY-SUB) to WS-SEARCH-LABEL
           perform 600-FIND-LABEL
           if WS-SEARCH-SLOT > ZERO
               if WS-CARRY-FILE-FLAG(WS-CARRY-SUB) not = "Y"
                   or WS-RN-INPUT-FILE-2(WS-SEARCH-SUB) =
                       WS-RN-INPUT-FILE-1(WS-RN-SUB)
                   move WS-SEARCH-SUB to WS-FOUND-FROM-SUB
                   move WS-SEARCH-SLOT to WS-FROM-SLOT
               end-if
           else
               move WS-CARRY-TO-LABEL(WS-CARRY-SUB) to WS-SEARCH-LABEL
               perform 600-FIND-LABEL
               if WS-SEARCH-SLOT > ZERO
                   move "Y" to WS-SEARCH-STOP-SWITCH
               end-if
           end-if.

       540-PROVE-CARRY.
           add 1 to WS-CARRY-CHECK-CT
           COMPUTE WS-CARRY-DIFF =
               WS-RN-VALUE(WS-RN-SUB, WS-TO-SLOT) -
               WS-RN-VALUE(WS-FOUND-FROM-SUB, WS-FROM-SLOT)
           if WS-CARRY-DIFF not = ZERO
               add 1 to WS-CARRY-BREAK-CT
               move spaces to WS-CARRY-DETAIL-LINE
               move WS-RN-PROGRAM-ID(WS-FOUND-FROM-SUB)
                   to WK-FROM-PROGRAM-ID
               move WS-RN-LABEL(WS-FOUND-FROM-SUB, WS-FROM-SLOT)
                   to WK-FROM-LABEL
               move WS-RN-VALUE(WS-FOUND-FROM-SUB, WS-FROM-SLOT)
                   to WK-FROM-VALUE
               move " -> " to WK-ARROW
               move WS-RN-PROGRAM-ID(WS-RN-SUB) to WK-TO-PROGRAM-ID
               move WS-RN-LABEL(WS-RN-SUB, WS-TO-SLOT) to WK-TO-LABEL
               move WS-RN-VALUE(WS-RN-SUB, WS-TO-SLOT) to WK-TO-VALUE
               move WS-CARRY-DIFF to WK-DIFFERENCE
               write SUMMARY-REC from WS-CARRY-DETAIL-LINE
           end-if.

      *    Returns in WS-SEARCH-SLOT the count slot of step
      *    WS-SEARCH-SUB that carries WS-SEARCH-LABEL, or zero.
       600-FIND-LABEL.
           move ZERO to WS-SEARCH-SLOT
           perform 610-MATCH-LABEL
               varying WS-SLOT-SUB from 1 by 1
               until WS-SLOT-SUB > 6
               or WS-SEARCH-SLOT > ZERO.

       610-MATCH-LABEL.
           if WS-RN-LABEL(WS-SEARCH-SUB, WS-SLOT-SUB) =
               WS-SEARCH-LABEL
               move WS-SLOT-SUB to WS-SEARCH-SLOT
           end-if.

       800-FORMAT-DATE.
           move WS-DATE-WORK(5:2) to WS-DD-MM
           move WS-DATE-WORK(7:2) to WS-DD-DD
           move WS-DATE-WORK(1:4) to WS-DD-YYYY.

       810-FORMAT-TIME.
           move WS-TIME-WORK(1:2) to WS-TD-HH
           move WS-TIME-WORK(3:2) to WS-TD-MM
           move WS-TIME-WORK(5:2) to WS-TD-SS.

       900-SUMMARY-TOTALS.
           move spaces to SUMMARY-REC
           write SUMMARY-REC
           move "RUN LOG RECORDS READ   : " to WT-TOTAL-LABEL
           move WS-LOG-READ-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "STEPS IN WINDOW        : " to WT-TOTAL-LABEL
           move WS-RN-ENTRY-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "STEPS OK               : " to WT-TOTAL-LABEL
           move WS-OK-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "STEPS WITH WARNINGS    : " to WT-TOTAL-LABEL
           move WS-WARNING-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "STEPS FAILED           : " to WT-TOTAL-LABEL
           move WS-FAILED-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "EXPECTED STEPS NOT RUN : " to WT-TOTAL-LABEL
           move WS-NOT-RUN-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "COUNT CHECKS MADE      : " to WT-TOTAL-LABEL
           move WS-CARRY-CHECK-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE
           move "COUNTS NOT CARRIED     : " to WT-TOTAL-LABEL
           move WS-CARRY-BREAK-CT to WT-TOTAL-COUNT
           write SUMMARY-REC from WS-OPS-TOTAL-LINE

           display "===== PROGRAM15 OPERATIONS SUMMARY ====="
           display "RUN LOG RECORDS READ   : " WS-LOG-READ-CT
           display "STEPS IN WINDOW        : " WS-RN-ENTRY-CT
           display "STEPS OK               : " WS-OK-CT
           display "STEPS WITH WARNINGS    : " WS-WARNING-CT
           display "STEPS FAILED           : " WS-FAILED-CT
           display "EXPECTED STEPS NOT RUN : " WS-NOT-RUN-CT
           display "COUNT CHECKS MADE      : " WS-CARRY-CHECK-CT
           display "COUNTS NOT CARRIED     : " WS-CARRY-BREAK-CT
           display "========================================".
