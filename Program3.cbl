               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROOF-REPORT-FILE ASSIGN TO "OUTOFPROOF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD PROOF-REPORT-FILE.
           01 PROOF-REPORT-REC         PIC X(100).

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
       01 WS-OLD-EOF-SWITCH            pic X VALUE "N".
           88 OLD-EOF                        VALUE "Y".
       01 WS-XFER-SUB-2                pic 9(5) COMP.
       01 WS-ORPHAN-XFER-CT            pic 9(6) VALUE ZERO.

       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 5000 TIMES.
               10 WS-VD-REF            pic X(11).
               10 WS-VD-ORIG-REF       pic X(11).
               10 WS-VD-KEY            pic X(6).
               10 WS-VD-DATE           pic 9(8).
               10 WS-VD-ORIG-ACTION    pic X.
               10 WS-VD-QT             pic S9(7).
               10 WS-VD-PAIRED         pic X.
               10 WS-VD-ORIG-DATE      pic 9(8).
               10 WS-VD-ORIG-NET-QT    pic S9(7).
       01 WS-VOID-ENTRY-CT             pic 9(5) VALUE ZERO.
       01 WS-VOID-MAX                  pic 9(5) VALUE 5000.
       01 WS-VOID-SUB                  pic 9(5) COMP.
       01 WS-VOID-PAIRED-CT            pic 9(6) VALUE ZERO.
       01 WS-VOID-UNPAIRED-CT          pic 9(6) VALUE ZERO.

       01 WS-AUDIT-DELTA               pic S9(7).
       01 WS-EXPECTED-QT               pic S9(7).
       01 WS-LOOKUP-KEY                pic X(6).
       01 WS-CHECKED-CT                pic 9(6) VALUE ZERO.
       01 WS-IN-PROOF-CT               pic 9(6) VALUE ZERO.
       01 WS-OUT-OF-PROOF-CT           pic 9(6) VALUE ZERO.
       01 WS-OLD-READ-CT               pic 9(6) VALUE ZERO.
       01 WS-NEW-READ-CT               pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-PROOF-HEADING-1.
           05 FILLER                   pic X(34) VALUE
           05 FILLER                   pic X(2).
           05 WP-CONDITION             pic X(16).

       01 WS-VOID-HEADING-1.
           05 FILLER                   pic X(40) VALUE
               "VOIDED POSTINGS".

       01 WS-VOID-HEADING-2.
           05 FILLER                   pic X(13) VALUE "VOID REF".
           05 FILLER                   pic X(13) VALUE "ORIGINAL REF".
           05 FILLER                   pic X(8)  VALUE "LOC/PROD".
           05 FILLER                   pic X(4)  VALUE " ACT".
           05 FILLER                   pic X(10) VALUE "  ORIG DT".
           05 FILLER                   pic X(10) VALUE "  ORIG NET".
           05 FILLER                   pic X(10) VALUE "   VOID QT".
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 FILLER                   pic X(18) VALUE "CONDITION".

       01 WS-VOID-DETAIL-LINE.
           05 WV-REF                   pic X(11).
           05 FILLER                   pic X(2).
           05 WV-ORIG-REF              pic X(11).
           05 FILLER                   pic X(2).
           05 WV-KEY                   pic X(6).
           05 FILLER                   pic X(3).
           05 WV-ORIG-ACTION           pic X.
           05 FILLER                   pic X(1).
           05 WV-ORIG-DATE             pic X(8).
           05 FILLER                   pic X(1).
           05 WV-ORIG-NET-QT           pic ---------9.
           05 WV-VOID-QT               pic ---------9.
           05 FILLER                   pic X(2).
           05 WV-CONDITION             pic X(18).

       01 WS-PROOF-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.
       procedure division.

       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           open output PROOF-REPORT-FILE
           move WS-OLD-FILENAME to WH1-OLD-FILENAME
           write PROOF-REPORT-REC from WS-PROOF-HEADING-2

           perform 200-LOAD-AUDIT
           if WS-VOID-ENTRY-CT > ZERO
               perform 240-LOAD-VOID-ORIGINALS
           end-if
           perform 250-LOAD-REJECTS

           open input OLD-MASTER-FILE, NEW-MASTER-FILE
           close OLD-MASTER-FILE, NEW-MASTER-FILE

           perform 450-MATCH-TRANSFERS
           if WS-VOID-ENTRY-CT > ZERO
               perform 700-REPORT-VOIDS
           end-if
           perform 900-PROOF-TOTALS
           close PROOF-REPORT-FILE

           if WS-OUT-OF-PROOF-CT > ZERO
               move "PRODUCTS OUT OF PROOF" to WS-RUNLOG-REASON
               move 8 to RETURN-CODE
           end-if
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
               if AUD-ACTION = "O" or AUD-ACTION = "I"
                   perform 225-POST-XFER-ENTRY
               end-if
               if AUD-ACTION = "V"
                   perform 230-POST-VOID-ENTRY
               end-if
           end-if
           perform 210-READ-AUDIT.

           else
               display "PROGRAM3: TRANSFER TABLE FULL AT "
                   AUD-KEY " -- RUN ABORTED"
               move "TRANSFER TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

       230-POST-VOID-ENTRY.
           if WS-VOID-ENTRY-CT < WS-VOID-MAX
               add 1 to WS-VOID-ENTRY-CT
               move AUD-REF to WS-VD-REF(WS-VOID-ENTRY-CT)
               move AUD-ORIG-REF to WS-VD-ORIG-REF(WS-VOID-ENTRY-CT)
               move AUD-KEY to WS-VD-KEY(WS-VOID-ENTRY-CT)
               move AUD-DATE to WS-VD-DATE(WS-VOID-ENTRY-CT)
               move AUD-ORIG-ACTION to
                   WS-VD-ORIG-ACTION(WS-VOID-ENTRY-CT)
               compute WS-VD-QT(WS-VOID-ENTRY-CT) =
                   AUD-NEW-QT - AUD-OLD-QT
               move "N" to WS-VD-PAIRED(WS-VOID-ENTRY-CT)
               move ZERO to WS-VD-ORIG-DATE(WS-VOID-ENTRY-CT)
               move ZERO to WS-VD-ORIG-NET-QT(WS-VOID-ENTRY-CT)
           else
               display "PROGRAM3: VOID TABLE FULL AT "
                   AUD-KEY " -- RUN ABORTED"
               move "VOID TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

      *    Originals are looked for across the whole audit file, not
      *    just the selected date, since a void may follow its
      *    original by days.  A backorder fill carries the reference
      *    of the issue it completes and so nets into that original.
       240-LOAD-VOID-ORIGINALS.
           move "N" to WS-AUDIT-EOF-SWITCH
           open input AUDIT-FILE
           perform 210-READ-AUDIT
           perform 245-SCAN-VOID-ORIGINAL until AUDIT-EOF
           close AUDIT-FILE.

       245-SCAN-VOID-ORIGINAL.
           if AUD-ACTION not = "V" and AUD-REF not = spaces
               perform 247-MATCH-ONE-VOID
                   varying WS-VOID-SUB from 1 by 1
                   until WS-VOID-SUB > WS-VOID-ENTRY-CT
           end-if
           perform 210-READ-AUDIT.

       247-MATCH-ONE-VOID.
           if WS-VD-ORIG-REF(WS-VOID-SUB) = AUD-REF
               and WS-VD-KEY(WS-VOID-SUB) = AUD-KEY
               if WS-VD-PAIRED(WS-VOID-SUB) = "N"
                   move "Y" to WS-VD-PAIRED(WS-VOID-SUB)
                   move AUD-DATE to WS-VD-ORIG-DATE(WS-VOID-SUB)
               end-if
               compute WS-VD-ORIG-NET-QT(WS-VOID-SUB) =
                   WS-VD-ORIG-NET-QT(WS-VOID-SUB)
                   + AUD-NEW-QT - AUD-OLD-QT
           end-if.

       250-LOAD-REJECTS.
           open input REJECT-FILE
           perform 260-READ-REJECT
               at end
                   move "Y" to WS-OLD-EOF-SWITCH
                   move HIGH-VALUES to OM-KEY
               not at end
                   add 1 to WS-OLD-READ-CT
           end-read.

       310-READ-NEW.
               at end
                   move "Y" to WS-NEW-EOF-SWITCH
                   move HIGH-VALUES to NM-KEY
               not at end
                   add 1 to WS-NEW-READ-CT
           end-read.

       400-RECONCILE.
           if WS-PROD-ENTRY-CT >= WS-PROD-MAX
               display "PROGRAM3: PRODUCT TABLE FULL AT "
                   WS-LOOKUP-KEY " -- RUN ABORTED"
               move "PRODUCT TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-INSERT-SUB
           move WS-PROOF-NEW-QT to WP-NEW-QT
           write PROOF-REPORT-REC from WS-PROOF-DETAIL-LINE.

      *    A void must exactly offset its original's net movement.  A
      *    void whose original is no longer on this audit file (an
      *    earlier period) is listed but is not out of proof.
       700-REPORT-VOIDS.
           move spaces to PROOF-REPORT-REC
           write PROOF-REPORT-REC
           write PROOF-REPORT-REC from WS-VOID-HEADING-1
           write PROOF-REPORT-REC from WS-VOID-HEADING-2
           perform 710-PROVE-ONE-VOID
               varying WS-VOID-SUB from 1 by 1
               until WS-VOID-SUB > WS-VOID-ENTRY-CT.

       710-PROVE-ONE-VOID.
           move spaces to WS-VOID-DETAIL-LINE
           move WS-VD-REF(WS-VOID-SUB) to WV-REF
           move WS-VD-ORIG-REF(WS-VOID-SUB) to WV-ORIG-REF
           move WS-VD-KEY(WS-VOID-SUB) to WV-KEY
           move WS-VD-ORIG-ACTION(WS-VOID-SUB) to WV-ORIG-ACTION
           move WS-VD-ORIG-NET-QT(WS-VOID-SUB) to WV-ORIG-NET-QT
           move WS-VD-QT(WS-VOID-SUB) to WV-VOID-QT
           if WS-VD-PAIRED(WS-VOID-SUB) = "Y"
               move WS-VD-ORIG-DATE(WS-VOID-SUB) to WV-ORIG-DATE
               if WS-VD-QT(WS-VOID-SUB) + WS-VD-ORIG-NET-QT(WS-VOID-SUB)
                   = ZERO
                   add 1 to WS-VOID-PAIRED-CT
                   move "VOID PAIRED" to WV-CONDITION
               else
                   add 1 to WS-OUT-OF-PROOF-CT
                   add 1 to WS-VOID-UNPAIRED-CT
                   move "VOID NOT OFFSET" to WV-CONDITION
               end-if
           else
               add 1 to WS-VOID-UNPAIRED-CT
               move "ORIGINAL NOT FOUND" to WV-CONDITION
           end-if
           write PROOF-REPORT-REC from WS-VOID-DETAIL-LINE.

       900-PROOF-TOTALS.
           move spaces to PROOF-REPORT-REC
           write PROOF-REPORT-REC
           move "ORPHAN TRANSFER LEGS   : " to WT-TOTAL-LABEL
           move WS-ORPHAN-XFER-CT to WT-TOTAL-COUNT
           write PROOF-REPORT-REC from WS-PROOF-TOTAL-LINE
           move "VOIDS PAIRED           : " to WT-TOTAL-LABEL
           move WS-VOID-PAIRED-CT to WT-TOTAL-COUNT
           write PROOF-REPORT-REC from WS-PROOF-TOTAL-LINE
           move "VOIDS NOT PAIRED       : " to WT-TOTAL-LABEL
           move WS-VOID-UNPAIRED-CT to WT-TOTAL-COUNT
           write PROOF-REPORT-REC from WS-PROOF-TOTAL-LINE

           display "===== PROGRAM3 RECONCILIATION TOTALS ====="
           display "PRODUCTS CHECKED       : " WS-CHECKED-CT
           display "PRODUCTS IN PROOF      : " WS-IN-PROOF-CT
           display "PRODUCTS OUT OF PROOF  : " WS-OUT-OF-PROOF-CT
           display "ORPHAN TRANSFER LEGS   : " WS-ORPHAN-XFER-CT
           display "VOIDS PAIRED           : " WS-VOID-PAIRED-CT
           display "VOIDS NOT PAIRED       : " WS-VOID-UNPAIRED-CT
           display "==========================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM3" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-OLD-FILENAME to RL-INPUT-FILE-1
           move WS-NEW-FILENAME to RL-INPUT-FILE-2
           move "OLD MASTER" to RL-COUNT-LABEL(1)
           move WS-OLD-READ-CT to RL-COUNT-VALUE(1)
           move "NEW MASTER" to RL-COUNT-LABEL(2)
           move WS-NEW-READ-CT to RL-COUNT-VALUE(2)
           move "CHECKED" to RL-COUNT-LABEL(3)
           move WS-CHECKED-CT to RL-COUNT-VALUE(3)
           move "OUT OF PROOF" to RL-COUNT-LABEL(4)
           move WS-OUT-OF-PROOF-CT to RL-COUNT-VALUE(4)
           move "ORPHAN XFER" to RL-COUNT-LABEL(5)
           move WS-ORPHAN-XFER-CT to RL-COUNT-VALUE(5)
           move "VOID UNPAIRD" to RL-COUNT-LABEL(6)
           move WS-VOID-UNPAIRED-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
