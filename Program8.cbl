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
       01 WS-USAGE-EOF-SWITCH          pic X VALUE "N".
           88 USAGE-EOF                      VALUE "Y".
       01 WS-NO-USAGE-CT               pic 9(6) VALUE ZERO.
       01 WS-UNCHANGED-CT              pic 9(6) VALUE ZERO.
       01 WS-PROPOSAL-CT               pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-PARM-HEADING-1.
           05 FILLER                   pic X(37) VALUE
       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-RUN-DATE
           perform 200-LOAD-MASTER
           write PROPOSAL-TRAILER-REC
           perform 900-PARM-TOTALS
           close PARM-REPORT-FILE, PROPOSAL-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           if M-KEY < WS-PRIOR-MASTER-KEY
               display "PROGRAM8: MASTER FILE OUT OF SEQUENCE AT "
                   M-KEY " -- RUN REFUSED"
               move "MASTER FILE OUT OF SEQUENCE" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move M-KEY to WS-PRIOR-MASTER-KEY
           if WS-MA-ENTRY-CT >= WS-MA-MAX
               display "PROGRAM8: MASTER TABLE FULL AT " M-KEY
                   " -- RUN REFUSED"
               move "MASTER TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-MA-ENTRY-CT
           display "PARMS ALREADY CURRENT  : " WS-UNCHANGED-CT
           display "PROPOSALS WRITTEN      : " WS-PROPOSAL-CT
           display "==============================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM8" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-USAGE-FILENAME to RL-INPUT-FILE-1
           move WS-MASTER-FILENAME to RL-INPUT-FILE-2
           move "USAGE IN" to RL-COUNT-LABEL(1)
           move WS-STATS-READ-CT to RL-COUNT-VALUE(1)
           move "NOT ON MAST" to RL-COUNT-LABEL(2)
           move WS-NOT-ON-MASTER-CT to RL-COUNT-VALUE(2)
           move "NO USAGE" to RL-COUNT-LABEL(3)
           move WS-NO-USAGE-CT to RL-COUNT-VALUE(3)
           move "UNCHANGED" to RL-COUNT-LABEL(4)
           move WS-UNCHANGED-CT to RL-COUNT-VALUE(4)
           move "PROPOSALS" to RL-COUNT-LABEL(5)
           move WS-PROPOSAL-CT to RL-COUNT-VALUE(5)
           move ZERO to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
