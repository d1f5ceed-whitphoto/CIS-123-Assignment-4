           SELECT USAGE-STATS-FILE ASSIGN TO "USAGESTATS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
               05 AUD-MOVE-VALUE       PIC 9(9)V99.
               05 AUD-OLD-COST         PIC 9(4)V99.
               05 AUD-NEW-COST         PIC 9(4)V99.
               05 AUD-REF              PIC X(11).
               05 AUD-ORIG-REF         PIC X(11).
               05 AUD-ORIG-ACTION      PIC X.

       FD REJECT-FILE.
           01 REJECT-REC.
               05 REJ-ACTION           PIC X.
               05 REJ-REQ-QT           PIC 9(5).
               05 REJ-ON-HAND-QT       PIC 9(5).
               05 REJ-REF              PIC X(11).

       FD SUMMARY-REPORT-FILE.
           01 SUMMARY-REPORT-REC       PIC X(100).
               05 S-TRANS-CT           PIC 9(5).
               05 S-LOST-QT            PIC 9(7).

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
       01 WS-AUDIT-EOF-SWITCH          pic X VALUE "N".
           88 AUDIT-EOF                      VALUE "Y".

       01 WS-AUDIT-FILENAME            pic X(40) VALUE "AUDIT.TXT".
       01 WS-REJECT-FILENAME           pic X(40) VALUE "REJECTS.TXT".
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 30000 TIMES.

       000-SUMMARY-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 200-LOAD-AUDIT
           perform 250-LOAD-REJECTS
               output procedure is 650-RANK-OUTPUT

           perform 400-WRITE-OUTPUTS
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
                   add AUD-TRANS-QT to
                       WS-PT-RECEIVED-QT(WS-PROD-FOUND-SUB)
               end-if
               if AUD-ACTION = "V"
                   perform 225-BACK-OUT-VOID
               end-if
           end-if
           perform 230-POST-AUDIT-DATE
           perform 210-READ-AUDIT.

      *    A void takes its quantity back out of the issue or
      *    receipt total it reversed.
       225-BACK-OUT-VOID.
           if AUD-ORIG-ACTION = "U"
               if AUD-TRANS-QT > WS-PT-ISSUED-QT(WS-PROD-FOUND-SUB)
                   move ZERO to WS-PT-ISSUED-QT(WS-PROD-FOUND-SUB)
               else
                   subtract AUD-TRANS-QT from
                       WS-PT-ISSUED-QT(WS-PROD-FOUND-SUB)
               end-if
           end-if
           if AUD-ORIG-ACTION = "R"
               if AUD-TRANS-QT > WS-PT-RECEIVED-QT(WS-PROD-FOUND-SUB)
                   move ZERO to WS-PT-RECEIVED-QT(WS-PROD-FOUND-SUB)
               else
                   subtract AUD-TRANS-QT from
                       WS-PT-RECEIVED-QT(WS-PROD-FOUND-SUB)
               end-if
           end-if.

       230-POST-AUDIT-DATE.
           move "N" to WS-DATE-FOUND-SWITCH
           perform varying WS-DATE-SUB from 1 by 1
           if WS-PROD-ENTRY-CT >= WS-PROD-MAX
               display "PROGRAM6: PRODUCT TABLE FULL AT "
                   WS-LOOKUP-KEY " -- RUN ABORTED"
               move "PRODUCT TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-INSERT-SUB
           move WS-PROD-ENTRY(WS-SHIFT-FROM) to
               WS-PROD-ENTRY(WS-SHIFT-SUB).

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM6" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-AUDIT-FILENAME to RL-INPUT-FILE-1
           move WS-REJECT-FILENAME to RL-INPUT-FILE-2
           move "USAGE OUT" to RL-COUNT-LABEL(1)
           move WS-PROD-ENTRY-CT to RL-COUNT-VALUE(1)
           move "DAYS IN WEEK" to RL-COUNT-LABEL(2)
           move WS-DATE-ENTRY-CT to RL-COUNT-VALUE(2)
           move ZERO to RL-COUNT-VALUE(3) RL-COUNT-VALUE(4)
               RL-COUNT-VALUE(5) RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.

       600-RANK-INPUT SECTION.
       610-RELEASE-ENTRIES.
           perform 620-RELEASE-ONE-ENTRY
