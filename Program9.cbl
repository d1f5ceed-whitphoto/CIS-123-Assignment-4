               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
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
       01 WS-ARCH-EOF-SWITCH           pic X VALUE "N".
           88 ARCH-EOF                       VALUE "Y".
       01 WS-REJECT-ARCH-CT            pic 9(6) VALUE ZERO.
       01 WS-EXCEPT-ARCH-CT            pic 9(6) VALUE ZERO.
       01 WS-SNAPSHOT-CT               pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-PROGRAM13-PATH            pic X(40) VALUE "./program13".
       01 WS-COMMAND-LINE              pic X(200) VALUE SPACES.

       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-CHECK-OPEN-PERIOD

           perform 200-COPY-FILE
           move WS-COPY-CT to WS-SNAPSHOT-CT

           perform 250-RUN-GL-JOURNAL
           perform 300-RESET-CURRENT-FILES
           perform 400-ROLL-CALENDAR
           perform 900-CLOSE-TOTALS
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           end-accept
           if WS-COMMAND-ARG = spaces
               display "PROGRAM9: SPECIFY CLOSE PERIOD AS YYYYMM"
               move "NO CLOSE PERIOD SPECIFIED" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-COMMAND-ARG(1:6) to WS-CLOSE-PERIOD
           if WS-CLOSE-PERIOD not numeric
               display "PROGRAM9: CLOSE PERIOD " WS-CLOSE-PERIOD
                   " NOT NUMERIC -- RUN REFUSED"
               move "CLOSE PERIOD NOT NUMERIC" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move spaces to WS-COMMAND-ARG
                   display "PROGRAM9: CLOSE PERIOD " WS-CLOSE-PERIOD
                       " DOES NOT MATCH OPEN PERIOD "
                       WS-CAL-OPEN-PERIOD " -- RUN REFUSED"
                   move "CLOSE PERIOD IS NOT THE OPEN PERIOD" to
                       WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
                   perform 990-WRITE-RUN-LOG
                   stop run
               end-if
           end-if.
           add 1 to WS-COPY-CT
           perform 210-READ-ARCH-IN.

      *    The journal is built from the archive just written.  If it
      *    does not balance the current files are left in place and
      *    the calendar is not rolled, so the close can be rerun once
      *    the account mapping is corrected.
       250-RUN-GL-JOURNAL.
           move spaces to WS-COMMAND-LINE
           string WS-PROGRAM13-PATH delimited by space
               " " delimited by size
               WS-CLOSE-PERIOD delimited by size
               into WS-COMMAND-LINE
           display "PROGRAM9: GL JOURNAL -> " WS-COMMAND-LINE
           call "SYSTEM" using WS-COMMAND-LINE
           if RETURN-CODE not = 0
               display "PROGRAM9: GL JOURNAL FOR " WS-CLOSE-PERIOD
                   " FAILED (RETURN-CODE " RETURN-CODE
                   ") -- CLOSE NOT COMPLETE"
               move "GL JOURNAL FAILED -- CLOSE NOT COMPLETE" to
                   WS-RUNLOG-REASON
               move 8 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

       300-RESET-CURRENT-FILES.
           move spaces to WS-ARCH-OUT-NAME
           move "AUDIT.TXT" to WS-ARCH-OUT-NAME
           display "REJECT RECORDS ARCHIVED: " WS-REJECT-ARCH-CT
           display "EXCEPTIONS ARCHIVED    : " WS-EXCEPT-ARCH-CT
           display "MASTER SNAPSHOT RECORDS: " WS-SNAPSHOT-CT
           display "GL JOURNAL             : GLJRNL-" WS-CLOSE-PERIOD
               ".TXT IN BALANCE"
           display "CURRENT FILES RESET    : AUDIT, REJECTS, "
               "EXCEPTIONS"
           display "CALENDAR OPEN PERIOD   : " WS-NEXT-PERIOD
           display "===========================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM9" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move "AUDIT.TXT" to RL-INPUT-FILE-1
           move WS-MASTER-FILENAME to RL-INPUT-FILE-2
           move "AUDIT ARCH" to RL-COUNT-LABEL(1)
           move WS-AUDIT-ARCH-CT to RL-COUNT-VALUE(1)
           move "REJECT ARCH" to RL-COUNT-LABEL(2)
           move WS-REJECT-ARCH-CT to RL-COUNT-VALUE(2)
           move "EXCEPT ARCH" to RL-COUNT-LABEL(3)
           move WS-EXCEPT-ARCH-CT to RL-COUNT-VALUE(3)
           move "SNAPSHOT" to RL-COUNT-LABEL(4)
           move WS-SNAPSHOT-CT to RL-COUNT-VALUE(4)
           move ZERO to RL-COUNT-VALUE(5) RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
