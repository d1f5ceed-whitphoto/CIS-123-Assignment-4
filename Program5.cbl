               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IM-KEY.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
               05 IM-REORDER-QT        PIC 9(5).
               05 IM-UNIT-COST         PIC 9(4)V99.

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
       01 WS-SEQ-EOF-SWITCH            pic X VALUE "N".
           88 SEQ-EOF                        VALUE "Y".

       01 WS-LOAD-CT                   pic 9(6) VALUE ZERO.
       01 WS-ERROR-CT                  pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS

           if WS-FUNCTION-ARG = "LOAD"
                   perform 300-UNLOAD-INDEXED
               else
                   display "PROGRAM5: SPECIFY LOAD OR UNLOAD"
                   move "NO LOAD OR UNLOAD SPECIFIED" to
                       WS-RUNLOG-REASON
                   move 12 to RETURN-CODE
               end-if
           end-if.

           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           if WS-ERROR-CT > ZERO
               display "PROGRAM5: " WS-ERROR-CT
                   " RECORDS IN ERROR (DUPLICATE OR BAD KEY)"
               move "RECORDS IN ERROR (DUPLICATE OR BAD KEY)" to
                   WS-RUNLOG-REASON
               move 8 to RETURN-CODE
           end-if.

           write SEQ-MASTER-REC
           add 1 to WS-LOAD-CT
           perform 310-READ-IDX.

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM5" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           if WS-FUNCTION-ARG = "UNLOAD"
               move WS-IDX-FILENAME to RL-INPUT-FILE-1
               move "UNLOADED" to RL-COUNT-LABEL(1)
           else
               move WS-SEQ-FILENAME to RL-INPUT-FILE-1
               move "LOADED" to RL-COUNT-LABEL(1)
           end-if
           move WS-LOAD-CT to RL-COUNT-VALUE(1)
           move "KEY ERRORS" to RL-COUNT-LABEL(2)
           move WS-ERROR-CT to RL-COUNT-VALUE(2)
           move ZERO to RL-COUNT-VALUE(3) RL-COUNT-VALUE(4)
               RL-COUNT-VALUE(5) RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
