       program-id. Program11.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-FILE ASSIGN TO DYNAMIC
               WS-PROPOSAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REORDER-FILE ASSIGN TO DYNAMIC
               WS-REORDER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-WORK-FILE ASSIGN TO "REORDWRK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REBAL-REPORT-FILE ASSIGN TO "REBALRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "CALENDAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROPOSAL-WORK-FILE ASSIGN TO "XFERWORK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK.TMP".
           SELECT XFER-SORT-FILE ASSIGN TO "XFERSORT.TMP".
           SELECT OPTIONAL RUNLOG-FILE ASSIGN TO "RUNLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       FILE SECTION.
       FD MASTER-FILE.
           01 MASTER-REC.
               05 M-KEY.
                   10 M-LOC            PIC X(2).
                   10 M-PROD-ID        PIC X(4).
               05 M-DESC               PIC X(15).
               05 M-QT                 PIC 9(5).
               05 M-REORDER-POINT      PIC 9(5).
               05 M-REORDER-QT         PIC 9(5).
               05 M-UNIT-COST          PIC 9(4)V99.

       FD PROPOSAL-FILE.
           01 PROPOSAL-REC.
               05 PR-DATE              PIC 9(8).
               05 PR-KEY.
                   10 PR-LOC           PIC X(2).
                   10 PR-PROD-ID       PIC X(4).
               05 PR-QT                PIC 9(5).
               05 PR-ACTION            PIC X.
               05 PR-DESC              PIC X(15).
               05 PR-REORDER-POINT     PIC 9(5).
               05 PR-REORDER-QT        PIC 9(5).
               05 PR-TO-LOC            PIC X(2).
               05 PR-UNIT-COST         PIC 9(6).
           01 PROPOSAL-HEADER-REC.
               05 PH-REC-TYPE          PIC X(3).
               05 PH-BRANCH            PIC X(4).
               05 PH-CREATE-DATE       PIC 9(8).
               05 FILLER               PIC X(38).
           01 PROPOSAL-TRAILER-REC.
               05 PT-REC-TYPE          PIC X(3).
               05 PT-RECORD-COUNT      PIC 9(6).
               05 PT-QT-HASH           PIC 9(9).
               05 FILLER               PIC X(35).

       FD REORDER-FILE.
           01 REORDER-REC.
               05 RO-LOC               PIC X(2).
               05 RO-PROD-ID           PIC X(4).
               05 RO-DESC              PIC X(15).
               05 RO-ON-HAND-QT        PIC 9(5).
               05 RO-REORDER-POINT     PIC 9(5).
               05 RO-ORDER-QT          PIC 9(5).

       FD PROPOSAL-WORK-FILE.
           01 PROPOSAL-WORK-REC        PIC X(53).

       FD REORDER-WORK-FILE.
           01 REORDER-WORK-REC         PIC X(36).

       FD REBAL-REPORT-FILE.
           01 REBAL-REPORT-REC         PIC X(100).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-OPEN-PERIOD      PIC 9(6).
               05 CAL-RUN-DATE         PIC 9(8).

       SD SORT-WORK-FILE.
           01 SORT-STOCK-REC.
               05 S-PROD-ID            PIC X(4).
               05 S-LOC                PIC X(2).
               05 S-DESC               PIC X(15).
               05 S-QT                 PIC 9(5).
               05 S-REORDER-POINT      PIC 9(5).
               05 S-REORDER-QT         PIC 9(5).
               05 S-UNIT-COST          PIC 9(4)V99.

       SD XFER-SORT-FILE.
           01 XFER-SORT-REC.
               05 SX-DATE              PIC 9(8).
               05 SX-LOC               PIC X(2).
               05 SX-PROD-ID           PIC X(4).
               05 FILLER               PIC X(39).

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
       01 WS-REORDER-EOF-SWITCH        pic X VALUE "N".
           88 REORDER-EOF                    VALUE "Y".
       01 WS-WORK-EOF-SWITCH           pic X VALUE "N".
           88 WORK-EOF                       VALUE "Y".
       01 WS-SORT-EOF-SWITCH           pic X VALUE "N".
           88 SORT-EOF                       VALUE "Y".
       01 WS-XFER-EOF-SWITCH           pic X VALUE "N".
           88 XFER-EOF                       VALUE "Y".

       01 WS-ARG-NUM                   pic 9 VALUE 1.
       01 WS-COMMAND-ARG               pic X(40).

       01 WS-MASTER-FILENAME           pic X(40) VALUE "master.txt".
       01 WS-PROPOSAL-FILENAME         pic X(40) VALUE
           "XFERPROP.TXT".
       01 WS-REORDER-FILENAME          pic X(40) VALUE "REORDER.TXT".

       01 WS-RUN-DATE                  pic 9(8).
       01 WS-CAL-EOF-SWITCH            pic X VALUE "N".
       01 WS-CAL-FOUND-SWITCH          pic X VALUE "N".
           88 CALENDAR-FOUND                 VALUE "Y".

       01 WS-PRIOR-MASTER-KEY          pic X(6) VALUE LOW-VALUES.
       01 WS-PRIOR-PROD-ID             pic X(4).

      *    All stocked locations of the product currently being
      *    matched; needy locations draw on donors in location order.
       01 WS-LOC-TABLE.
           05 WS-LC-ENTRY OCCURS 500 TIMES.
               10 WS-LC-LOC            pic X(2).
               10 WS-LC-DESC           pic X(15).
               10 WS-LC-QT             pic 9(5).
               10 WS-LC-REORDER-POINT  pic 9(5).
               10 WS-LC-REORDER-QT     pic 9(5).
               10 WS-LC-UNIT-COST      pic 9(4)V99.
               10 WS-LC-NEED-QT        pic 9(5).
               10 WS-LC-ORIG-NEED-QT   pic 9(5).
               10 WS-LC-SURPLUS-QT     pic 9(6).
       01 WS-LC-ENTRY-CT               pic 9(4) VALUE ZERO.
       01 WS-LC-MAX                    pic 9(4) VALUE 500.
       01 WS-NEED-SUB                  pic 9(4) COMP.
       01 WS-DONOR-SUB                 pic 9(4) COMP.

      *    The covered table is kept in key sequence so the reorder
      *    pass can binary-search it; WS-BS-LO lands on the insertion
      *    point when the key is not present.
       01 WS-COVER-TABLE.
           05 WS-CV-ENTRY OCCURS 30000 TIMES.
               10 WS-CV-KEY            pic X(6).
               10 WS-CV-COVERED-QT     pic 9(5).
       01 WS-CV-ENTRY-CT               pic 9(5) VALUE ZERO.
       01 WS-CV-MAX                    pic 9(5) VALUE 30000.
       01 WS-CV-FOUND-SUB              pic 9(5) COMP.
       01 WS-INSERT-SUB                pic 9(5) COMP.
       01 WS-SHIFT-SUB                 pic 9(5) COMP.
       01 WS-SHIFT-FROM                pic 9(5) COMP.
       01 WS-BS-LO                     pic 9(5) COMP.
       01 WS-BS-HI                     pic 9(5) COMP.
       01 WS-BS-MID                    pic 9(5) COMP.

       01 WS-LOOKUP-KEY                pic X(6).
       01 WS-XFER-QT                   pic 9(5).
       01 WS-XFER-VALUE                pic 9(9)V99.
       01 WS-KEEP-QT                   pic 9(6).
       01 WS-EFFECTIVE-ORDER-QT        pic 9(5).

       01 WS-MASTER-READ-CT            pic 9(6) VALUE ZERO.
       01 WS-NEEDY-CT                  pic 9(6) VALUE ZERO.
       01 WS-FULL-COVER-CT             pic 9(6) VALUE ZERO.
       01 WS-PART-COVER-CT             pic 9(6) VALUE ZERO.
       01 WS-NO-DONOR-CT               pic 9(6) VALUE ZERO.
       01 WS-PROPOSAL-CT               pic 9(6) VALUE ZERO.
       01 WS-PROPOSAL-QT-HASH          pic 9(9) VALUE ZERO.
       01 WS-REORDER-READ-CT           pic 9(6) VALUE ZERO.
       01 WS-REORDER-DROPPED-CT        pic 9(6) VALUE ZERO.
       01 WS-REORDER-REDUCED-CT        pic 9(6) VALUE ZERO.
       01 WS-RUNLOG-START              pic X(21).
       01 WS-RUNLOG-REASON             pic X(40) VALUE SPACES.
       01 WS-TOTAL-XFER-VALUE          pic 9(9)V99 VALUE ZERO.

       01 WS-REBAL-HEADING-1.
           05 FILLER                   pic X(30) VALUE
               "STOCK REBALANCING PROPOSAL -- ".
           05 WH1-RUN-DATE             pic X(10).

       01 WS-REBAL-HEADING-2.
           05 FILLER                   pic X(6)  VALUE "PROD".
           05 FILLER                   pic X(17) VALUE "DESCRIPTION".
           05 FILLER                   pic X(4)  VALUE "FROM".
           05 FILLER                   pic X(9)  VALUE "  ON HAND".
           05 FILLER                   pic X(9)  VALUE "  ROP+ROQ".
           05 FILLER                   pic X(4)  VALUE "  TO".
           05 FILLER                   pic X(10) VALUE "   ON HAND".
           05 FILLER                   pic X(7)  VALUE "    ROP".
           05 FILLER                   pic X(7)  VALUE "   NEED".
           05 FILLER                   pic X(10) VALUE "  XFER QTY".
           05 FILLER                   pic X(14) VALUE
               "    XFER VALUE".

       01 WS-REBAL-DETAIL-LINE.
           05 WR-PROD-ID               pic X(4).
           05 FILLER                   pic X(2).
           05 WR-DESC                  pic X(15).
           05 FILLER                   pic X(2).
           05 WR-FROM-LOC              pic X(2).
           05 FILLER                   pic X(6).
           05 WR-FROM-QT               pic ZZZZ9.
           05 FILLER                   pic X(3).
           05 WR-FROM-KEEP-QT          pic ZZZZZ9.
           05 FILLER                   pic X(2).
           05 WR-TO-LOC                pic X(2).
           05 FILLER                   pic X(5).
           05 WR-TO-QT                 pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WR-TO-REORDER-POINT      pic ZZZZ9.
           05 FILLER                   pic X(2).
           05 WR-NEED-QT               pic ZZZZ9.
           05 FILLER                   pic X(5).
           05 WR-XFER-QT               pic ZZZZ9.
           05 FILLER                   pic X(1).
           05 WR-XFER-VALUE            pic ZZ,ZZZ,ZZ9.99.

       01 WS-REBAL-TOTAL-LINE.
           05 WT-TOTAL-LABEL           pic X(25).
           05 WT-TOTAL-COUNT           pic ZZZZZ9.

       01 WS-REBAL-VALUE-LINE.
           05 WV-TOTAL-LABEL           pic X(25).
           05 WV-TOTAL-VALUE           pic ZZZ,ZZZ,ZZ9.99.

       01 WS-RUN-DATE-DISPLAY.
           05 WS-RD-MM                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-DD                 pic 99.
           05 FILLER                   pic X VALUE "/".
           05 WS-RD-YYYY               pic 9(4).

       procedure division.

       000-REBALANCE-CONTROL SECTION.
       100-MAIN.
           move FUNCTION CURRENT-DATE to WS-RUNLOG-START
           perform 105-PARSE-ARGUMENTS
           perform 110-SET-RUN-DATE
           open output REBAL-REPORT-FILE, PROPOSAL-FILE,
               PROPOSAL-WORK-FILE
           move spaces to PROPOSAL-HEADER-REC
           move "HDR" to PH-REC-TYPE
           move "HQ" to PH-BRANCH
           move WS-RUN-DATE to PH-CREATE-DATE
           write PROPOSAL-HEADER-REC
           move WS-RUN-DATE(5:2) to WS-RD-MM
           move WS-RUN-DATE(7:2) to WS-RD-DD
           move WS-RUN-DATE(1:4) to WS-RD-YYYY
           move WS-RUN-DATE-DISPLAY to WH1-RUN-DATE
           write REBAL-REPORT-REC from WS-REBAL-HEADING-1
           move spaces to REBAL-REPORT-REC
           write REBAL-REPORT-REC
           write REBAL-REPORT-REC from WS-REBAL-HEADING-2

           sort SORT-WORK-FILE
               on ascending key S-PROD-ID S-LOC
               input procedure is 600-STOCK-INPUT
               output procedure is 650-MATCH-OUTPUT

      *    Proposals are found product by product; Program2 expects
      *    its input in location/product order, so they are put into
      *    that order before they are written.
           close PROPOSAL-WORK-FILE
           sort XFER-SORT-FILE
               on ascending key SX-LOC SX-PROD-ID
               with duplicates in order
               using PROPOSAL-WORK-FILE
               output procedure is 700-PROPOSAL-OUTPUT

           move spaces to PROPOSAL-TRAILER-REC
           move "TRL" to PT-REC-TYPE
           move WS-PROPOSAL-CT to PT-RECORD-COUNT
           move WS-PROPOSAL-QT-HASH to PT-QT-HASH
           write PROPOSAL-TRAILER-REC
           close PROPOSAL-FILE

           perform 400-ADJUST-REORDERS
           perform 900-REBAL-TOTALS
           close REBAL-REPORT-FILE
           perform 990-WRITE-RUN-LOG
           stop run.

       105-PARSE-ARGUMENTS.
           move spaces to WS-COMMAND-ARG
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-MASTER-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 2 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-PROPOSAL-FILENAME
           end-if
           move spaces to WS-COMMAND-ARG
           move 3 to WS-ARG-NUM
           display WS-ARG-NUM upon argument-number
           accept WS-COMMAND-ARG from argument-value
               on exception move spaces to WS-COMMAND-ARG
           end-accept
           if WS-COMMAND-ARG not = spaces
               move WS-COMMAND-ARG to WS-REORDER-FILENAME
           end-if.

      *    Proposed transfers feed Program2, which rejects dates
      *    outside the open period, so date them from the processing
      *    calendar when one exists.
       110-SET-RUN-DATE.
           open input CALENDAR-FILE
           read CALENDAR-FILE
               at end move "Y" to WS-CAL-EOF-SWITCH
               not at end
                   move "Y" to WS-CAL-FOUND-SWITCH
                   move CAL-RUN-DATE to WS-RUN-DATE
           end-read
           close CALENDAR-FILE
           if not CALENDAR-FOUND
               move FUNCTION CURRENT-DATE(1:8) to WS-RUN-DATE
           end-if.

      *    A location is short when it sits at or under its reorder
      *    point -- the same test Program1 uses to write REORDER.TXT --
      *    and needs the quantity Program7 would otherwise buy for it.
      *    A donor keeps its own reorder point plus reorder quantity
      *    and offers only what it holds above that.
       200-LOAD-LOCATION.
           if WS-LC-ENTRY-CT >= WS-LC-MAX
               display "PROGRAM11: LOCATION TABLE FULL FOR PRODUCT "
                   S-PROD-ID " -- RUN ABORTED"
               move "LOCATION TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           add 1 to WS-LC-ENTRY-CT
           move S-LOC to WS-LC-LOC(WS-LC-ENTRY-CT)
           move S-DESC to WS-LC-DESC(WS-LC-ENTRY-CT)
           move S-QT to WS-LC-QT(WS-LC-ENTRY-CT)
           move S-REORDER-POINT to WS-LC-REORDER-POINT(WS-LC-ENTRY-CT)
           move S-REORDER-QT to WS-LC-REORDER-QT(WS-LC-ENTRY-CT)
           move S-UNIT-COST to WS-LC-UNIT-COST(WS-LC-ENTRY-CT)
           move ZERO to WS-LC-NEED-QT(WS-LC-ENTRY-CT)
               WS-LC-SURPLUS-QT(WS-LC-ENTRY-CT)
           COMPUTE WS-KEEP-QT = S-REORDER-POINT + S-REORDER-QT
           if S-QT <= S-REORDER-POINT
               if S-REORDER-QT > ZERO
                   move S-REORDER-QT to WS-LC-NEED-QT(WS-LC-ENTRY-CT)
               else
                   move S-REORDER-POINT to
                       WS-LC-NEED-QT(WS-LC-ENTRY-CT)
               end-if
               add 1 to WS-NEEDY-CT
           else
               if S-QT > WS-KEEP-QT
                   COMPUTE WS-LC-SURPLUS-QT(WS-LC-ENTRY-CT) =
                       S-QT - WS-KEEP-QT
               end-if
           end-if
           move WS-LC-NEED-QT(WS-LC-ENTRY-CT) to
               WS-LC-ORIG-NEED-QT(WS-LC-ENTRY-CT).

       300-MATCH-PRODUCT.
           perform 310-FILL-ONE-NEED
               varying WS-NEED-SUB from 1 by 1
               until WS-NEED-SUB > WS-LC-ENTRY-CT
           move ZERO to WS-LC-ENTRY-CT.

       310-FILL-ONE-NEED.
           if WS-LC-NEED-QT(WS-NEED-SUB) > ZERO
               perform 320-DRAW-FROM-DONOR
                   varying WS-DONOR-SUB from 1 by 1
                   until WS-DONOR-SUB > WS-LC-ENTRY-CT
                   or WS-LC-NEED-QT(WS-NEED-SUB) = ZERO
               if WS-LC-NEED-QT(WS-NEED-SUB) = ZERO
                   add 1 to WS-FULL-COVER-CT
               else
                   if WS-LC-NEED-QT(WS-NEED-SUB) <
                       WS-LC-ORIG-NEED-QT(WS-NEED-SUB)
                       add 1 to WS-PART-COVER-CT
                   else
                       add 1 to WS-NO-DONOR-CT
                   end-if
               end-if
           end-if.

       320-DRAW-FROM-DONOR.
           if WS-LC-SURPLUS-QT(WS-DONOR-SUB) > ZERO
               if WS-LC-SURPLUS-QT(WS-DONOR-SUB) <
                   WS-LC-NEED-QT(WS-NEED-SUB)
                   move WS-LC-SURPLUS-QT(WS-DONOR-SUB) to WS-XFER-QT
               else
                   move WS-LC-NEED-QT(WS-NEED-SUB) to WS-XFER-QT
               end-if
               perform 330-WRITE-PROPOSAL
               perform 340-WRITE-REBAL-DETAIL
               perform 350-RECORD-COVER
               subtract WS-XFER-QT from WS-LC-SURPLUS-QT(WS-DONOR-SUB)
               subtract WS-XFER-QT from WS-LC-NEED-QT(WS-NEED-SUB)
           end-if.

       330-WRITE-PROPOSAL.
           move spaces to PROPOSAL-REC
           move WS-RUN-DATE to PR-DATE
           move WS-LC-LOC(WS-DONOR-SUB) to PR-LOC
           move WS-PRIOR-PROD-ID to PR-PROD-ID
           move WS-XFER-QT to PR-QT
           move "T" to PR-ACTION
           move WS-LC-DESC(WS-DONOR-SUB) to PR-DESC
           move zeros to PR-REORDER-POINT PR-REORDER-QT
           move WS-LC-LOC(WS-NEED-SUB) to PR-TO-LOC
           move zeros to PR-UNIT-COST
           write PROPOSAL-WORK-REC from PROPOSAL-REC
           add PR-QT to WS-PROPOSAL-QT-HASH
           add 1 to WS-PROPOSAL-CT.

       340-WRITE-REBAL-DETAIL.
           COMPUTE WS-XFER-VALUE =
               WS-XFER-QT * WS-LC-UNIT-COST(WS-DONOR-SUB)
           add WS-XFER-VALUE to WS-TOTAL-XFER-VALUE
           move spaces to WS-REBAL-DETAIL-LINE
           move WS-PRIOR-PROD-ID to WR-PROD-ID
           move WS-LC-DESC(WS-DONOR-SUB) to WR-DESC
           move WS-LC-LOC(WS-DONOR-SUB) to WR-FROM-LOC
           move WS-LC-QT(WS-DONOR-SUB) to WR-FROM-QT
           COMPUTE WR-FROM-KEEP-QT =
               WS-LC-REORDER-POINT(WS-DONOR-SUB)
               + WS-LC-REORDER-QT(WS-DONOR-SUB)
           move WS-LC-LOC(WS-NEED-SUB) to WR-TO-LOC
           move WS-LC-QT(WS-NEED-SUB) to WR-TO-QT
           move WS-LC-REORDER-POINT(WS-NEED-SUB) to
               WR-TO-REORDER-POINT
           move WS-LC-NEED-QT(WS-NEED-SUB) to WR-NEED-QT
           move WS-XFER-QT to WR-XFER-QT
           move WS-XFER-VALUE to WR-XFER-VALUE
           write REBAL-REPORT-REC from WS-REBAL-DETAIL-LINE.

       350-RECORD-COVER.
           move spaces to WS-LOOKUP-KEY
           move WS-LC-LOC(WS-NEED-SUB) to WS-LOOKUP-KEY(1:2)
           move WS-PRIOR-PROD-ID to WS-LOOKUP-KEY(3:4)
           perform 500-FIND-COVER-ENTRY
           add WS-XFER-QT to WS-CV-COVERED-QT(WS-CV-FOUND-SUB).

      *    Stock now proposed for transfer is held back from today's
      *    buying: each covered reorder line is reduced by what the
      *    transfers supply, and dropped once fully covered.
       400-ADJUST-REORDERS.
           open input REORDER-FILE
           open output REORDER-WORK-FILE
           perform 410-READ-REORDER
           perform 420-ADJUST-ONE-REORDER until REORDER-EOF
           close REORDER-FILE, REORDER-WORK-FILE
           open input REORDER-WORK-FILE
           open output REORDER-FILE
           perform 430-READ-WORK
           perform 440-COPY-ONE-REORDER until WORK-EOF
           close REORDER-FILE, REORDER-WORK-FILE.

       410-READ-REORDER.
           read REORDER-FILE
               at end move "Y" to WS-REORDER-EOF-SWITCH
               not at end add 1 to WS-REORDER-READ-CT
           end-read.

       420-ADJUST-ONE-REORDER.
           move spaces to WS-LOOKUP-KEY
           move RO-LOC to WS-LOOKUP-KEY(1:2)
           move RO-PROD-ID to WS-LOOKUP-KEY(3:4)
           perform 505-LOOKUP-COVER-ENTRY
           if WS-CV-FOUND-SUB = ZERO
               write REORDER-WORK-REC from REORDER-REC
           else
               if RO-ORDER-QT > ZERO
                   move RO-ORDER-QT to WS-EFFECTIVE-ORDER-QT
               else
                   move RO-REORDER-POINT to WS-EFFECTIVE-ORDER-QT
               end-if
               if WS-CV-COVERED-QT(WS-CV-FOUND-SUB) >=
                   WS-EFFECTIVE-ORDER-QT
                   add 1 to WS-REORDER-DROPPED-CT
               else
                   COMPUTE RO-ORDER-QT = WS-EFFECTIVE-ORDER-QT
                       - WS-CV-COVERED-QT(WS-CV-FOUND-SUB)
                   write REORDER-WORK-REC from REORDER-REC
                   add 1 to WS-REORDER-REDUCED-CT
               end-if
           end-if
           perform 410-READ-REORDER.

       430-READ-WORK.
           read REORDER-WORK-FILE
               at end move "Y" to WS-WORK-EOF-SWITCH
           end-read.

       440-COPY-ONE-REORDER.
           move REORDER-WORK-REC to REORDER-REC
           write REORDER-REC
           perform 430-READ-WORK.

       500-FIND-COVER-ENTRY.
           perform 505-LOOKUP-COVER-ENTRY
           if WS-CV-FOUND-SUB = ZERO
               perform 520-NEW-COVER-ENTRY
           end-if.

       505-LOOKUP-COVER-ENTRY.
           move ZERO to WS-CV-FOUND-SUB
           move 1 to WS-BS-LO
           move WS-CV-ENTRY-CT to WS-BS-HI
           perform 510-BSEARCH-COVER-ENTRY
               until WS-BS-LO > WS-BS-HI
               or WS-CV-FOUND-SUB > ZERO.

       510-BSEARCH-COVER-ENTRY.
           COMPUTE WS-BS-MID = (WS-BS-LO + WS-BS-HI) / 2
           if WS-CV-KEY(WS-BS-MID) = WS-LOOKUP-KEY
               move WS-BS-MID to WS-CV-FOUND-SUB
           else
               if WS-CV-KEY(WS-BS-MID) < WS-LOOKUP-KEY
                   COMPUTE WS-BS-LO = WS-BS-MID + 1
               else
                   COMPUTE WS-BS-HI = WS-BS-MID - 1
               end-if
           end-if.

       520-NEW-COVER-ENTRY.
           if WS-CV-ENTRY-CT >= WS-CV-MAX
               display "PROGRAM11: COVER TABLE FULL AT "
                   WS-LOOKUP-KEY " -- RUN ABORTED"
               move "COVER TABLE FULL" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move WS-BS-LO to WS-INSERT-SUB
           add 1 to WS-CV-ENTRY-CT
           perform 530-SHIFT-COVER-ENTRY
               varying WS-SHIFT-SUB from WS-CV-ENTRY-CT by -1
               until WS-SHIFT-SUB <= WS-INSERT-SUB
           move WS-INSERT-SUB to WS-CV-FOUND-SUB
           move WS-LOOKUP-KEY to WS-CV-KEY(WS-CV-FOUND-SUB)
           move ZERO to WS-CV-COVERED-QT(WS-CV-FOUND-SUB).

       530-SHIFT-COVER-ENTRY.
           COMPUTE WS-SHIFT-FROM = WS-SHIFT-SUB - 1
           move WS-CV-ENTRY(WS-SHIFT-FROM) to
               WS-CV-ENTRY(WS-SHIFT-SUB).

       900-REBAL-TOTALS.
           move spaces to REBAL-REPORT-REC
           write REBAL-REPORT-REC
           move "TOTAL TRANSFER VALUE   : " to WV-TOTAL-LABEL
           move WS-TOTAL-XFER-VALUE to WV-TOTAL-VALUE
           write REBAL-REPORT-REC from WS-REBAL-VALUE-LINE
           move spaces to REBAL-REPORT-REC
           write REBAL-REPORT-REC
           move "MASTER RECORDS READ    : " to WT-TOTAL-LABEL
           move WS-MASTER-READ-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "LOCATIONS AT/BELOW ROP : " to WT-TOTAL-LABEL
           move WS-NEEDY-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "NEEDS FULLY COVERED    : " to WT-TOTAL-LABEL
           move WS-FULL-COVER-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "NEEDS PARTLY COVERED   : " to WT-TOTAL-LABEL
           move WS-PART-COVER-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "NO DONOR AVAILABLE     : " to WT-TOTAL-LABEL
           move WS-NO-DONOR-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "TRANSFERS PROPOSED     : " to WT-TOTAL-LABEL
           move WS-PROPOSAL-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "REORDER LINES READ     : " to WT-TOTAL-LABEL
           move WS-REORDER-READ-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "REORDER LINES WITHDRAWN: " to WT-TOTAL-LABEL
           move WS-REORDER-DROPPED-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE
           move "REORDER LINES REDUCED  : " to WT-TOTAL-LABEL
           move WS-REORDER-REDUCED-CT to WT-TOTAL-COUNT
           write REBAL-REPORT-REC from WS-REBAL-TOTAL-LINE

           display "===== PROGRAM11 REBALANCING TOTALS ====="
           display "MASTER RECORDS READ    : " WS-MASTER-READ-CT
           display "LOCATIONS AT/BELOW ROP : " WS-NEEDY-CT
           display "NEEDS FULLY COVERED    : " WS-FULL-COVER-CT
           display "NEEDS PARTLY COVERED   : " WS-PART-COVER-CT
           display "NO DONOR AVAILABLE     : " WS-NO-DONOR-CT
           display "TRANSFERS PROPOSED     : " WS-PROPOSAL-CT
           display "REORDER LINES READ     : " WS-REORDER-READ-CT
           display "REORDER LINES WITHDRAWN: " WS-REORDER-DROPPED-CT
           display "REORDER LINES REDUCED  : " WS-REORDER-REDUCED-CT
           display "========================================".

      *    Every run leaves one record in the shared run log for the
      *    morning operations summary.
       990-WRITE-RUN-LOG.
           open extend RUNLOG-FILE
           move spaces to RUNLOG-REC
           move "PROGRAM11" to RL-PROGRAM-ID
           move WS-RUNLOG-START(1:8) to RL-RUN-DATE
           move WS-RUNLOG-START(9:6) to RL-START-TIME
           move FUNCTION CURRENT-DATE(9:6) to RL-END-TIME
           move RETURN-CODE to RL-RETURN-CODE
           move WS-MASTER-FILENAME to RL-INPUT-FILE-1
           move WS-REORDER-FILENAME to RL-INPUT-FILE-2
           move "ITEMS READ" to RL-COUNT-LABEL(1)
           move WS-MASTER-READ-CT to RL-COUNT-VALUE(1)
           move "REORDER IN" to RL-COUNT-LABEL(2)
           move WS-REORDER-READ-CT to RL-COUNT-VALUE(2)
           move "REORDER OUT" to RL-COUNT-LABEL(3)
           COMPUTE RL-COUNT-VALUE(3) =
               WS-REORDER-READ-CT - WS-REORDER-DROPPED-CT
           move "AT/BELOW ROP" to RL-COUNT-LABEL(4)
           move WS-NEEDY-CT to RL-COUNT-VALUE(4)
           move "NO DONOR" to RL-COUNT-LABEL(5)
           move WS-NO-DONOR-CT to RL-COUNT-VALUE(5)
           move "TRANSFERS" to RL-COUNT-LABEL(6)
           move WS-PROPOSAL-CT to RL-COUNT-VALUE(6)
           move WS-RUNLOG-REASON to RL-ABORT-REASON
           write RUNLOG-REC
           close RUNLOG-FILE.

      *    Only locations that carry a reorder point take part in
      *    rebalancing, either as the short side or as a donor.
       600-STOCK-INPUT SECTION.
       610-RELEASE-MASTER.
           open input MASTER-FILE
           perform 620-READ-MASTER
           perform 630-RELEASE-ONE-MASTER until MASTER-EOF
           close MASTER-FILE
           go to 690-STOCK-INPUT-EXIT.

       620-READ-MASTER.
           read MASTER-FILE
               at end move "Y" to WS-MASTER-EOF-SWITCH
               not at end add 1 to WS-MASTER-READ-CT
           end-read.

       630-RELEASE-ONE-MASTER.
           if M-KEY < WS-PRIOR-MASTER-KEY
               display "PROGRAM11: MASTER FILE OUT OF SEQUENCE AT "
                   M-KEY " -- RUN REFUSED"
               move "MASTER FILE OUT OF SEQUENCE" to WS-RUNLOG-REASON
               move 12 to RETURN-CODE
               perform 990-WRITE-RUN-LOG
               stop run
           end-if
           move M-KEY to WS-PRIOR-MASTER-KEY
           if M-REORDER-POINT > ZERO
               move M-PROD-ID to S-PROD-ID
               move M-LOC to S-LOC
               move M-DESC to S-DESC
               move M-QT to S-QT
               move M-REORDER-POINT to S-REORDER-POINT
               move M-REORDER-QT to S-REORDER-QT
               move M-UNIT-COST to S-UNIT-COST
               release SORT-STOCK-REC
           end-if
           perform 620-READ-MASTER.

       690-STOCK-INPUT-EXIT.
           exit.

       650-MATCH-OUTPUT SECTION.
       660-RETURN-BY-PRODUCT.
           move LOW-VALUES to WS-PRIOR-PROD-ID
           perform 670-RETURN-ONE-STOCK
           perform 680-COLLECT-ONE-STOCK until SORT-EOF
           if WS-LC-ENTRY-CT > ZERO
               perform 300-MATCH-PRODUCT
           end-if
           go to 695-MATCH-OUTPUT-EXIT.

       670-RETURN-ONE-STOCK.
           return SORT-WORK-FILE
               at end move "Y" to WS-SORT-EOF-SWITCH
           end-return.

       680-COLLECT-ONE-STOCK.
           if S-PROD-ID not = WS-PRIOR-PROD-ID
               if WS-LC-ENTRY-CT > ZERO
                   perform 300-MATCH-PRODUCT
               end-if
               move S-PROD-ID to WS-PRIOR-PROD-ID
           end-if
           perform 200-LOAD-LOCATION
           perform 670-RETURN-ONE-STOCK.

       695-MATCH-OUTPUT-EXIT.
           exit.

       700-PROPOSAL-OUTPUT SECTION.
       710-WRITE-PROPOSALS.
           perform 720-RETURN-PROPOSAL
           perform 730-WRITE-ONE-PROPOSAL until XFER-EOF
           go to 795-PROPOSAL-OUTPUT-EXIT.

       720-RETURN-PROPOSAL.
           return XFER-SORT-FILE
               at end move "Y" to WS-XFER-EOF-SWITCH
           end-return.

       730-WRITE-ONE-PROPOSAL.
           write PROPOSAL-REC from XFER-SORT-REC
           perform 720-RETURN-PROPOSAL.

       795-PROPOSAL-OUTPUT-EXIT.
           exit.
