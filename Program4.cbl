           SELECT HISTORY-REPORT-FILE ASSIGN TO "HISTORY.TXT"
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

       FD HISTORY-REPORT-FILE.
           01 HISTORY-REPORT-REC       PIC X(110).

       SD SORT-WORK-FILE.
           01 SORT-AUDIT-REC.
               05 S-MOVE-VALUE         PIC 9(9)V99.
               05 S-OLD-COST           PIC 9(4)V99.
               05 S-NEW-COST           PIC 9(4)V99.
               05 S-REF                PIC X(11).
               05 S-ORIG-REF           PIC X(11).
               05 S-ORIG-ACTION        PIC X.

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
       01 WS-CLOSING-QT                pic 9(5).
       01 WS-PRODUCT-CT                pic 9(6) VALUE ZERO.
       01 WS-MOVEMENT-CT               pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.

       01 WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 5000 TIMES.
               10 WS-VD-KEY            pic X(6).
               10 WS-VD-ORIG-REF       pic X(11).
               10 WS-VD-REF            pic X(11).
       01 WS-VOID-ENTRY-CT             pic 9(5) VALUE ZERO.
       01 WS-VOID-MAX                  pic 9(5) VALUE 5000.
       01 WS-VOID-SUB                  pic 9(5) COMP.
       01 WS-VOID-FOUND-SUB            pic 9(5) COMP.
       01 WS-VOID-CT                   pic 9(6) VALUE ZERO.

       01 WS-HIST-DATE-DISPLAY.
           05 WS-HD-MM                 pic 99.
           05 FILLER                   pic X(10) VALUE "     AFTER".
           05 FILLER                   pic X(16) VALUE
               "      MOVE VALUE".
           05 FILLER                   pic X(13) VALUE
               "  REFERENCE".
           05 FILLER                   pic X(4)  VALUE "NOTE".

       01 WS-HIST-PRODUCT-LINE.
           05 FILLER                   pic X(5)  VALUE "LOC: ".
           05 WD-NEW-QT                pic ZZZZZZZZZ9.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WD-MOVE-VALUE            pic ZZZ,ZZZ,ZZ9.99.
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WD-REF                   pic X(11).
           05 FILLER                   pic X(2)  VALUE SPACES.
           05 WD-NOTE.
               10 WD-NOTE-LABEL        pic X(9).
               10 WD-NOTE-ACTION       pic X(2).
               10 WD-NOTE-REF          pic X(11).

       01 WS-HIST-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).

       000-SORT-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           open output HISTORY-REPORT-FILE
           if SELECT-ALL-PRODUCTS

           perform 900-HISTORY-TOTALS
           close HISTORY-REPORT-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
               at end move "Y" to WS-AUDIT-EOF-SWITCH
           end-read.

      *    Voids are kept whatever their date so that an original in
      *    the date range still shows what reversed it.
       230-SELECT-ONE-RECORD.
           if AUD-ACTION = "V"
               and (SELECT-ALL-PRODUCTS
               or AUD-PROD-ID = WS-SELECT-PROD-ID)
               perform 240-STORE-VOID
           end-if
           if (SELECT-ALL-PRODUCTS
               or AUD-PROD-ID = WS-SELECT-PROD-ID)
               and AUD-DATE >= WS-FROM-DATE
           end-if
           perform 220-READ-AUDIT.

       240-STORE-VOID.
           if WS-VOID-ENTRY-CT < WS-VOID-MAX
               add 1 to WS-VOID-ENTRY-CT
               move AUD-KEY to WS-VD-KEY(WS-VOID-ENTRY-CT)
               move AUD-ORIG-REF to WS-VD-ORIG-REF(WS-VOID-ENTRY-CT)
               move AUD-REF to WS-VD-REF(WS-VOID-ENTRY-CT)
           else
               display "PROGRAM4: VOID TABLE FULL AT "
                   AUD-KEY " -- RUN ABORTED"
               move "VOID TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if.

       290-SELECT-INPUT-EXIT.
           exit.

           move S-OLD-QT to WD-OLD-QT
           move S-NEW-QT to WD-NEW-QT
           move S-MOVE-VALUE to WD-MOVE-VALUE
           move S-REF to WD-REF
           if S-ACTION = "V"
               move "REVERSES" to WD-NOTE-LABEL
               move S-ORIG-ACTION to WD-NOTE-ACTION
               move S-ORIG-REF to WD-NOTE-REF
               add 1 to WS-VOID-CT
           else
               perform 345-FIND-VOID
               if WS-VOID-FOUND-SUB > ZERO
                   move "VOIDED BY" to WD-NOTE-LABEL
                   move WS-VD-REF(WS-VOID-FOUND-SUB) to WD-NOTE-REF
               end-if
           end-if
           write HISTORY-REPORT-REC from WS-HIST-DETAIL-LINE
           add 1 to WS-MOVEMENT-CT.

       345-FIND-VOID.
           move ZERO to WS-VOID-FOUND-SUB
           if S-REF not = spaces
               perform 347-MATCH-VOID
                   varying WS-VOID-SUB from 1 by 1
                   until WS-VOID-SUB > WS-VOID-ENTRY-CT
                   or WS-VOID-FOUND-SUB > ZERO
           end-if.

       347-MATCH-VOID.
           if WS-VD-KEY(WS-VOID-SUB) = S-KEY
               and WS-VD-ORIG-REF(WS-VOID-SUB) = S-REF
               move WS-VOID-SUB to WS-VOID-FOUND-SUB
           end-if.

       350-OPEN-PRODUCT.
           move S-KEY to WS-PRIOR-KEY
           move S-OLD-QT to WS-OPENING-QT
           move "MOVEMENTS REPORTED     : " to WT-TOTAL-LABEL
           move WS-MOVEMENT-CT to WT-TOTAL-COUNT
           write HISTORY-REPORT-REC from WS-HIST-TOTAL-LINE
           move "REVERSALS REPORTED     : " to WT-TOTAL-LABEL
           move WS-VOID-CT to WT-TOTAL-COUNT
           write HISTORY-REPORT-REC from WS-HIST-TOTAL-LINE

           display "===== PROGRAM4 HISTORY TOTALS ====="
           display "PRODUCTS REPORTED      : " WS-PRODUCT-CT
           display "MOVEMENTS REPORTED     : " WS-MOVEMENT-CT
           display "REVERSALS REPORTED     : " WS-VOID-CT
           display "===================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM4" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-AUDIT-FILENAME to RL-INPUT-FILE-1
           move "PRODUCTS" to RL-COUNT-LABEL(1)
           move WS-PRODUCT-CT to RL-COUNT-VALUE(1)
           move "MOVEMENTS" to RL-COUNT-LABEL(2)
           move WS-MOVEMENT-CT to RL-COUNT-VALUE(2)
           move "REVERSALS" to RL-COUNT-LABEL(3)
           move WS-VOID-CT to RL-COUNT-VALUE(3)
           move ZERO to RL-COUNT-VALUE(4) RL-COUNT-VALUE(5)
               RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.
