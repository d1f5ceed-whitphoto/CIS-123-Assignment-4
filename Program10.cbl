               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SLOW-REPORT-FILE ASSIGN TO "SLOWMOVE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD SLOW-REPORT-FILE.
           01 SLOW-REPORT-REC          PIC X(100).

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

       01 WS-MASTER-FILENAME           pic X(40) VALUE "master.txt".
       01 WS-AUDIT-FILENAME            pic X(40) VALUE "AUDIT.TXT".
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-THRESHOLD-DAYS            pic 9(4) VALUE 365.
       01 WS-ASOF-DATE                 pic 9(8) VALUE ZERO.
       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           perform 600-WRITE-SLOW-FOOTER
           close MASTER-FILE, SLOW-REPORT-FILE
           perform 900-SLOW-TOTALS
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           if WS-PROD-ENTRY-CT >= WS-PROD-MAX
               display "PROGRAM10: PRODUCT TABLE FULL AT "
                   WS-LOOKUP-KEY " -- RUN ABORTED"
               move "PRODUCT TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-INSERT-SUB
           display "NEW ITEMS EXCUSED      : " WS-EXCUSED-NEW-CT
           display "ACTIVE ITEMS           : " WS-ACTIVE-CT
           display "==============================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM10" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-MASTER-FILENAME to RL-INPUT-FILE-1
           move WS-AUDIT-FILENAME to RL-INPUT-FILE-2
           move "ITEMS READ" to RL-COUNT-LABEL(1)
           move WS-MASTER-READ-CT to RL-COUNT-VALUE(1)
           move "SLOW/DEAD" to RL-COUNT-LABEL(2)
           move WS-SLOW-CT to RL-COUNT-VALUE(2)
           move "NO HISTORY" to RL-COUNT-LABEL(3)
           move WS-NO-HISTORY-CT to RL-COUNT-VALUE(3)
           move "NEW EXCUSED" to RL-COUNT-LABEL(4)
           move WS-EXCUSED-NEW-CT to RL-COUNT-VALUE(4)
           move "ACTIVE" to RL-COUNT-LABEL(5)
           move WS-ACTIVE-CT to RL-COUNT-VALUE(5)
           move ZERO to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
