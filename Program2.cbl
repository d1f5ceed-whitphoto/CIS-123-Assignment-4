               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOM-FILE ASSIGN TO "BOM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
               05 FILLER               PIC X(35).

       FD CLEAN-TRANS-FILE.
           01 CLEAN-TRANS-REC          PIC X(64).

       FD EDIT-REPORT-FILE.
           01 EDIT-REPORT-REC          PIC X(80).
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

       FD BATCH-CONTROL-FILE.
           01 BATCH-CONTROL-REC.
               05 BC-LAST-BATCH-NO     PIC X(6).
               05 BC-RAW-FILENAME      PIC X(40).

       FD BOM-FILE.
           01 BOM-REC.
               05 BM-KIT-PROD-ID       PIC X(4).
               05 BM-COMP-PROD-ID      PIC X(4).
               05 BM-QTY-PER           PIC 9(5).

       SD SORT-WORK-FILE.
           01 SORT-TRANS-REC.
               05 S-DATE               PIC 9(8).
               05 S-REORDER-QT         PIC 9(5).
               05 S-TO-LOC             PIC X(2).
               05 S-UNIT-COST          PIC 9(4)V99.
               05 S-REF.
                   10 S-REF-BATCH      PIC 9(6).
                   10 S-REF-SEQ        PIC 9(5).

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
       01 WS-RAW-EOF-SWITCH            pic X VALUE "N".
       01 WS-RAW-FILENAME              pic X(40) VALUE "trans.txt".
       01 WS-CLEAN-FILENAME            pic X(40) VALUE "TRANSEDIT.TXT".
       01 WS-EDIT-REPORT-FILENAME      pic X(40) VALUE "EDITRPT.TXT".
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-EDIT-REASON               pic X(20).
       01 WS-EDIT-OK-SWITCH            pic X.
       01 WS-HDR-BRANCH                pic X(4) VALUE SPACES.
       01 WS-HDR-CREATE-DATE           pic X(8) VALUE SPACES.

      *    Every released transaction is stamped with a reference of
      *    batch number + sequence.  The batch number is taken from
      *    BATCHCTL.TXT and is never reused, even when a run fails.
       01 WS-BATCH-NO                  pic 9(6) VALUE ZERO.
       01 WS-REF-SEQ                   pic 9(5) VALUE ZERO.
       01 WS-BC-EOF-SWITCH             pic X VALUE "N".

       01 WS-BATCH-LINE.
           05 FILLER                   pic X(14) VALUE
               "BATCH NUMBER: ".
           05 WBN-BATCH-NO             pic 9(6).

      *    Bill of materials: the components (and quantity of each
      *    per kit) that a "B" consumes to build one kit.
       01 WS-BOM-TABLE.
           05 WS-BOM-ENTRY OCCURS 5000 TIMES.
               10 WS-BM-KIT-PROD-ID    pic X(4).
               10 WS-BM-COMP-PROD-ID   pic X(4).
               10 WS-BM-QTY-PER        pic 9(5).
       01 WS-BOM-ENTRY-CT              pic 9(4) VALUE ZERO.
       01 WS-BOM-MAX                   pic 9(4) VALUE 5000.
       01 WS-BOM-SUB                   pic 9(4) COMP.
       01 WS-BOM-EOF-SWITCH            pic X VALUE "N".
           88 BOM-EOF                        VALUE "Y".
       01 WS-BOM-PRIOR-KEY             pic X(8) VALUE LOW-VALUES.
       01 WS-BOM-LINE-CT               pic 9(4).
       01 WS-BOM-EXT-QT                pic 9(10).

       01 WS-BAL-MSG-LINE.
           05 WBL-LABEL                pic X(25).
           05 WBL-COUNT                pic ZZZZZZZZ9.

       000-SORT-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           open output EDIT-REPORT-FILE
           move WS-RAW-FILENAME to WH1-RAW-FILENAME
           write EDIT-REPORT-REC from WS-EDIT-HEADING-2

           perform 140-READ-CALENDAR
           perform 170-LOAD-BOM
           perform 150-BALANCE-FILE
           perform 160-ASSIGN-BATCH-NUMBER

           sort SORT-WORK-FILE
               on ascending key S-LOC S-PROD-ID S-DATE

           perform 900-EDIT-TOTALS
           close EDIT-REPORT-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           move WS-HDR-CREATE-DATE to WBO-DATE
           write EDIT-REPORT-REC from WS-BAL-OK-LINE.

       160-ASSIGN-BATCH-NUMBER.
           open input BATCH-CONTROL-FILE
           read BATCH-CONTROL-FILE
               at end
                   move "Y" to WS-BC-EOF-SWITCH
                   move ZERO to WS-BATCH-NO
               not at end
                   if BC-LAST-BATCH-NO not numeric
                       display "PROGRAM2: BATCH CONTROL RECORD "
                           "INVALID -- RUN REFUSED"
                       move "BATCH CONTROL RECORD INVALID" to
                           WS-RUNLOG-REASON
                       move 12 to RETURN-CODE
                       perform 990-WRITE-RUN-LOG
                       stop run
                   end-if
                   move BC-LAST-BATCH-NO to WS-BATCH-NO
           end-read
           close BATCH-CONTROL-FILE
           add 1 to WS-BATCH-NO
           open output BATCH-CONTROL-FILE
           move WS-BATCH-NO to BC-LAST-BATCH-NO
           move WS-RAW-FILENAME to BC-RAW-FILENAME
           write BATCH-CONTROL-REC
           close BATCH-CONTROL-FILE
           move WS-BATCH-NO to WBN-BATCH-NO
           write EDIT-REPORT-REC from WS-BATCH-LINE.

       170-LOAD-BOM.
           open input BOM-FILE
           perform 172-READ-BOM
           perform 174-POST-BOM-ENTRY until BOM-EOF
           close BOM-FILE.

       172-READ-BOM.
           read BOM-FILE
               at end move "Y" to WS-BOM-EOF-SWITCH
           end-read.

       174-POST-BOM-ENTRY.
           if WS-BOM-ENTRY-CT >= WS-BOM-MAX
               display "PROGRAM2: BILL OF MATERIALS TABLE FULL -- "
                   "KIT " BM-KIT-PROD-ID " NOT LOADED, RUN ABORTED"
               move "BILL OF MATERIALS TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           if BM-QTY-PER not numeric
               or BOM-REC(1:8) not > WS-BOM-PRIOR-KEY
               display "PROGRAM2: BILL OF MATERIALS LINE "
                   BOM-REC(1:8) " INVALID OR OUT OF SEQUENCE -- "
                   "RUN ABORTED"
               move "BILL OF MATERIALS LINE INVALID" to
                   WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move BOM-REC(1:8) to WS-BOM-PRIOR-KEY
           add 1 to WS-BOM-ENTRY-CT
           move BM-KIT-PROD-ID to WS-BM-KIT-PROD-ID(WS-BOM-ENTRY-CT)
           move BM-COMP-PROD-ID to WS-BM-COMP-PROD-ID(WS-BOM-ENTRY-CT)
           move BM-QTY-PER to WS-BM-QTY-PER(WS-BOM-ENTRY-CT)
           perform 172-READ-BOM.

       152-READ-BAL.
           read RAW-TRANS-FILE
               at end move "Y" to WS-BAL-EOF-SWITCH
               " COUNTED " WS-BAL-DETAIL-CT
           display "PROGRAM2: TRAILER HASH  " WS-TRL-QT-HASH
               " COMPUTED " WS-BAL-QT-HASH
           move "FILE OUT OF BALANCE -- NOTHING RELEASED" to
               WS-RUNLOG-REASON
           move 8 to RETURN-CODE
           perform 990-WRITE-RUN-LOG
           stop run.

       200-EDIT-INPUT SECTION.
                       and RT-ACTION not = "R" and RT-ACTION not = "P"
                       and RT-ACTION not = "D" and RT-ACTION not = "T"
                       and RT-ACTION not = "C" and RT-ACTION not = "K"
                       and RT-ACTION not = "V" and RT-ACTION not = "B"
                       move "INVALID ACTION" to WS-EDIT-REASON
                       move "N" to WS-EDIT-OK-SWITCH
                   else
                   end-if
               end-if
           end-if
      *    A void names the reference of the posting it reverses in
      *    the first 11 bytes of the description.  A to-location
      *    voids both legs of a transfer.
           if EDIT-OK and RT-ACTION = "V"
               if RT-DESC(1:11) not numeric
                   or RT-DESC(1:11) = ZERO
                   move "INVALID ORIG REF" to WS-EDIT-REASON
                   move "N" to WS-EDIT-OK-SWITCH
               else
                   if RT-TO-LOC = RT-LOC
                       move "XFER TO SAME LOC" to WS-EDIT-REASON
                       move "N" to WS-EDIT-OK-SWITCH
                   end-if
               end-if
           end-if
           if EDIT-OK
               perform 265-VALIDATE-QUANTITIES
           end-if
           if EDIT-OK and RT-ACTION = "B"
               perform 267-VALIDATE-BUILD
           end-if.

       260-VALIDATE-DATE.

       265-VALIDATE-QUANTITIES.
           if RT-QT = spaces and (RT-ACTION = "D" or RT-ACTION = "P"
               or RT-ACTION = "C" or RT-ACTION = "V")
               move zeros to RT-QT
           end-if
           if RT-QT not numeric
               end-if
           end-if.

      *    A build must make at least one kit from a bill of
      *    materials that exists, does not consume the kit itself,
      *    and needs no more than a quantity field of any component.
       267-VALIDATE-BUILD.
           move ZERO to WS-BOM-LINE-CT
           if RT-QT-NUM = ZERO
               move "ZERO BUILD QUANTITY" to WS-EDIT-REASON
               move "N" to WS-EDIT-OK-SWITCH
           else
               perform 268-CHECK-BOM-LINE
                   varying WS-BOM-SUB from 1 by 1
                   until WS-BOM-SUB > WS-BOM-ENTRY-CT
               if EDIT-OK and WS-BOM-LINE-CT = ZERO
                   move "NO BILL OF MATL" to WS-EDIT-REASON
                   move "N" to WS-EDIT-OK-SWITCH
               end-if
           end-if.

       268-CHECK-BOM-LINE.
           if WS-BM-KIT-PROD-ID(WS-BOM-SUB) = RT-PROD-ID
               add 1 to WS-BOM-LINE-CT
               compute WS-BOM-EXT-QT =
                   WS-BM-QTY-PER(WS-BOM-SUB) * RT-QT-NUM
               if WS-BM-COMP-PROD-ID(WS-BOM-SUB) = RT-PROD-ID
                   move "KIT IN OWN BOM" to WS-EDIT-REASON
                   move "N" to WS-EDIT-OK-SWITCH
               end-if
               if WS-BOM-EXT-QT > 99999
                   move "COMPONENT QTY > MAX" to WS-EDIT-REASON
                   move "N" to WS-EDIT-OK-SWITCH
               end-if
           end-if.

      *    Both legs of a transfer (or of a transfer void) carry the
      *    reference of the one transaction that produced them.
       270-RELEASE-RECORD.
           add 1 to WS-REF-SEQ
           if RT-ACTION = "T"
               perform 275-RELEASE-TRANSFER
           else
               if RT-ACTION = "V" and RT-TO-LOC not = spaces
                   perform 277-RELEASE-VOID-PAIR
               else
                   move RAW-TRANS-REC to SORT-TRANS-REC
                   perform 278-STAMP-REFERENCE
                   release SORT-TRANS-REC
                   add 1 to WS-RELEASED-CT
               end-if
           end-if.

       275-RELEASE-TRANSFER.
           move RAW-TRANS-REC to SORT-TRANS-REC
           move "O" to S-ACTION
           perform 278-STAMP-REFERENCE
           release SORT-TRANS-REC
           move RAW-TRANS-REC to SORT-TRANS-REC
           move "I" to S-ACTION
           move RT-TO-LOC to S-LOC
           move RT-LOC to S-TO-LOC
           perform 278-STAMP-REFERENCE
           release SORT-TRANS-REC
           add 2 to WS-RELEASED-CT.

       277-RELEASE-VOID-PAIR.
           move RAW-TRANS-REC to SORT-TRANS-REC
           perform 278-STAMP-REFERENCE
           release SORT-TRANS-REC
           move RAW-TRANS-REC to SORT-TRANS-REC
           move RT-TO-LOC to S-LOC
           move RT-LOC to S-TO-LOC
           perform 278-STAMP-REFERENCE
           release SORT-TRANS-REC
           add 2 to WS-RELEASED-CT.

       278-STAMP-REFERENCE.
           move WS-BATCH-NO to S-REF-BATCH
           move WS-REF-SEQ to S-REF-SEQ.

       280-REPORT-REJECT.
           move spaces to WS-EDIT-DETAIL-LINE
           move RAW-TRANS-REC to WE-RAW-REC
           move "RECORDS OUT OF SEQUENCE: " to WE-TOTAL-LABEL
           move WS-OUT-OF-SEQ-CT to WE-TOTAL-COUNT
           write EDIT-REPORT-REC from WS-EDIT-TOTAL-LINE
           move "BATCH NUMBER ASSIGNED  : " to WE-TOTAL-LABEL
           move WS-BATCH-NO to WE-TOTAL-COUNT
           write EDIT-REPORT-REC from WS-EDIT-TOTAL-LINE

           display "===== PROGRAM2 EDIT TOTALS ====="
           display "RECORDS READ           : " WS-READ-CT
           display "RECORDS RELEASED       : " WS-RELEASED-CT
           display "RECORDS REJECTED       : " WS-REJECT-CT
           display "RECORDS OUT OF SEQUENCE: " WS-OUT-OF-SEQ-CT
           display "BATCH NUMBER ASSIGNED  : " WS-BATCH-NO
           display "================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM2" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-RAW-FILENAME to RL-INPUT-FILE-1
           move "RAW READ" to RL-COUNT-LABEL(1)
           move WS-READ-CT to RL-COUNT-VALUE(1)
           move "RELEASED" to RL-COUNT-LABEL(2)
           move WS-RELEASED-CT to RL-COUNT-VALUE(2)
           move "REJECTED" to RL-COUNT-LABEL(3)
           move WS-REJECT-CT to RL-COUNT-VALUE(3)
           move "OUT OF SEQ" to RL-COUNT-LABEL(4)
           move WS-OUT-OF-SEQ-CT to RL-COUNT-VALUE(4)
           move "TRL COUNT" to RL-COUNT-LABEL(5)
           move WS-TRL-RECORD-COUNT to RL-COUNT-VALUE(5)
           move "BATCH NO" to RL-COUNT-LABEL(6)
           move WS-BATCH-NO to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
